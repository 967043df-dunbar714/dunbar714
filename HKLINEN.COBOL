000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKLINEN.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------   *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - PERPETUAL LINEN AND AMENITY *
000130*                  STOREROOM INVENTORY, RUN DAILY AFTER THE       *
000140*                  BOARD.  TAKES THE DAY'S PICK-LIST EXTRACT      *
000150*                  (PICKEXT) OFF THE STOREROOM MASTER AS ISSUES,  *
000160*                  THEN APPLIES THE STOREROOM TRANSACTIONS - ITEM *
000170*                  MAINTENANCE, RECEIPTS FROM PURCHASING, SOILED  *
000180*                  LINEN COUNTED BACK FROM THE LAUNDRY AND        *
000190*                  PHYSICAL COUNTS.  EACH COUNT PRINTS BOOK       *
000200*                  AGAINST COUNTED STOCK ON THE SHRINKAGE REPORT. *
000210*                  THE REORDER REPORT LISTS EVERY ITEM THAT THE   *
000220*                  NEXT FEW DAYS OF FORECAST DEMAND, PRICED WITH  *
000230*                  THE CLEANING-STANDARDS CONSUMPTION FACTORS,    *
000240*                  WOULD LEAVE BELOW ITS PAR LEVEL.               *
000242*  10/15/2026 MRD  SAFE TO RERUN FOR THE SAME BUSINESS DATE - A   *
000244*                  CONTROL RECORD ON THE MASTER CARRIES THE DATE  *
000246*                  THE TRANSACTION FILE WAS LAST APPLIED, AND A   *
000248*                  SECOND RUN FOR THAT DATE SKIPS THE FILE.       *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LINEN-INVENTORY-FILE
000350         ASSIGN TO LINVMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS IS DYNAMIC
000380         RECORD KEY IS LI-INVENTORY-KEY
000390         FILE STATUS IS WS-INVENTORY-FILE-KEY.
000400
000410     SELECT PICK-LIST-EXTRACT-FILE
000420         ASSIGN TO PICKEXT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PICK-EXT-KEY.
000450
000460     SELECT LINEN-TRANSACTION-FILE
000470         ASSIGN TO LINVTRN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRANSACTION-KEY.
000500
000510     SELECT CLEANING-STANDARDS-FILE
000520         ASSIGN TO CLNSTDS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STANDARDS-FILE-KEY.
000550
000560     SELECT FORECAST-INPUT-FILE
000570         ASSIGN TO FORECAST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FORECAST-FILE-KEY.
000600
000610     SELECT AUDIT-REPORT-FILE
000620         ASSIGN TO LINAUDIT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-RPT-KEY.
000650
000660     SELECT SHRINKAGE-REPORT-FILE
000670         ASSIGN TO SHRKRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SHRINK-RPT-KEY.
000700
000710     SELECT REORDER-REPORT-FILE
000720         ASSIGN TO REORDRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REORDER-RPT-KEY.
000750
000760     SELECT BUSINESS-DATE-FILE
000770         ASSIGN TO BUSDATE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  LINEN-INVENTORY-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY LINVMS.
000860
000870 FD  PICK-LIST-EXTRACT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY PCKEXT.
000900
000910 FD  LINEN-TRANSACTION-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY LINVTR.
000940
000950 FD  CLEANING-STANDARDS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY CLNSTD.
000980
000990 FD  FORECAST-INPUT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY FCSTIN.
001020
001030 FD  AUDIT-REPORT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  AUDIT-REPORT-LINE            PIC X(80).
001060
001070 FD  SHRINKAGE-REPORT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  SHRINKAGE-REPORT-LINE        PIC X(80).
001100
001110 FD  REORDER-REPORT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  REORDER-REPORT-LINE          PIC X(80).
001140
001150 FD  BUSINESS-DATE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY BUSDTE.
001180
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------*
001210*  FILE STATUS KEYS AND SWITCHES                                  *
001220*----------------------------------------------------------------*
001230 01  WS-FILE-STATUS-KEYS.
001240     05  WS-INVENTORY-FILE-KEY     PIC X(02) VALUE SPACES.
001250         88  INVENTORY-FILE-OK             VALUE '00'.
001260         88  INVENTORY-FILE-NOT-FOUND      VALUE '35'.
001270         88  INVENTORY-RECORD-MISSING      VALUES '23' '35'.
001280     05  WS-PICK-EXT-KEY           PIC X(02) VALUE SPACES.
001290         88  PICK-EXT-FILE-OK              VALUE '00'.
001300     05  WS-TRANSACTION-KEY        PIC X(02) VALUE SPACES.
001310         88  TRANSACTION-FILE-OK           VALUE '00'.
001320     05  WS-STANDARDS-FILE-KEY     PIC X(02) VALUE SPACES.
001330         88  STANDARDS-FILE-OK             VALUE '00'.
001340     05  WS-FORECAST-FILE-KEY      PIC X(02) VALUE SPACES.
001350         88  FORECAST-FILE-OK              VALUE '00'.
001360     05  WS-AUDIT-RPT-KEY          PIC X(02) VALUE SPACES.
001370     05  WS-SHRINK-RPT-KEY         PIC X(02) VALUE SPACES.
001380     05  WS-REORDER-RPT-KEY        PIC X(02) VALUE SPACES.
001390     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
001400         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
001410
001420 01  WS-SWITCHES.
001430     05  WS-PICK-EOF-SWITCH        PIC X(01) VALUE 'N'.
001440         88  END-OF-PICK-FILE              VALUE 'Y'.
001450     05  WS-TRANSACTION-EOF-SWITCH PIC X(01) VALUE 'N'.
001460         88  END-OF-TRANSACTION-FILE       VALUE 'Y'.
001470     05  WS-STANDARDS-EOF-SWITCH   PIC X(01) VALUE 'N'.
001480         88  END-OF-STANDARDS-FILE         VALUE 'Y'.
001490     05  WS-FORECAST-EOF-SWITCH    PIC X(01) VALUE 'N'.
001500         88  END-OF-FORECAST-FILE          VALUE 'Y'.
001510     05  WS-INVENTORY-EOF-SWITCH   PIC X(01) VALUE 'N'.
001520         88  END-OF-INVENTORY-FILE         VALUE 'Y'.
001530     05  WS-PROPERTY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001540         88  PROPERTY-FOUND                VALUE 'Y'.
001550     05  WS-ISSUES-SWITCH          PIC X(01) VALUE 'N'.
001560         88  ISSUES-AVAILABLE              VALUE 'Y'.
001570     05  WS-FORECAST-SWITCH        PIC X(01) VALUE 'N'.
001580         88  FORECAST-AVAILABLE            VALUE 'Y'.
001581     05  WS-SHEETS-DEMAND-SWITCH   PIC X(01) VALUE 'N'.
001582         88  SHEETS-DEMAND-TAKEN           VALUE 'Y'.
001583     05  WS-TOWELS-DEMAND-SWITCH   PIC X(01) VALUE 'N'.
001584         88  TOWELS-DEMAND-TAKEN           VALUE 'Y'.
001585     05  WS-KITS-DEMAND-SWITCH     PIC X(01) VALUE 'N'.
001586         88  KITS-DEMAND-TAKEN             VALUE 'Y'.
001590
001600*----------------------------------------------------------------*
001610*  CONTROL CARD - DAYS OF FORECAST DEMAND THE REORDER REPORT      *
001620*  PROVIDES FOR IN COLUMNS 1-2 (DEFAULT 3), COUNTED FROM THE DAY  *
001630*  AFTER THE RUN DATE.  TODAY'S DEMAND IS ALREADY ON THE CARTS.   *
001640*----------------------------------------------------------------*
001650 01  WS-CONTROL-CARD.
001660     05  CC-DEMAND-DAYS            PIC 9(02).
001670     05  FILLER                    PIC X(78).
001680
001690 77  WS-DEMAND-DAYS               PIC 9(02)     COMP VALUE 3.
001700
001710*----------------------------------------------------------------*
001720*  STANDALONE COUNTERS AND WORK FIELDS                            *
001730*----------------------------------------------------------------*
001740 77  WS-PROPERTY-COUNT            PIC 9(02)     COMP VALUE ZERO.
001750 77  WS-PROPERTY-SUBSCRIPT        PIC 9(02)     COMP VALUE ZERO.
001760 77  WS-DAY-SUBSCRIPT             PIC 9(02)     COMP VALUE ZERO.
001770 77  WS-PICK-READ-CTR             PIC 9(05)     COMP VALUE ZERO.
001780 77  WS-ISSUE-CTR                 PIC 9(05)     COMP VALUE ZERO.
001790 77  WS-ALREADY-ISSUED-CTR        PIC 9(05)     COMP VALUE ZERO.
001800 77  WS-ADD-CTR                   PIC 9(05)     COMP VALUE ZERO.
001810 77  WS-CHANGE-CTR                PIC 9(05)     COMP VALUE ZERO.
001820 77  WS-DELETE-CTR                PIC 9(05)     COMP VALUE ZERO.
001830 77  WS-RECEIPT-CTR               PIC 9(05)     COMP VALUE ZERO.
001840 77  WS-LAUNDRY-CTR               PIC 9(05)     COMP VALUE ZERO.
001850 77  WS-COUNT-CTR                 PIC 9(05)     COMP VALUE ZERO.
001860 77  WS-REJECT-CTR                PIC 9(05)     COMP VALUE ZERO.
001870 77  WS-FORECAST-DAY-CTR          PIC 9(05)     COMP VALUE ZERO.
001880 77  WS-REORDER-CTR               PIC 9(05)     COMP VALUE ZERO.
001890 77  WS-DAYS-IN-MONTH             PIC 9(02)     COMP VALUE ZERO.
001900 77  WS-LEAP-QUOTIENT             PIC 9(04)     COMP VALUE ZERO.
001910 77  WS-LEAP-REMAINDER            PIC 9(03)     COMP VALUE ZERO.
001920 77  WS-ORDER-PACKS               PIC 9(07)     COMP VALUE ZERO.
001930 77  WS-ORDER-REMAINDER           PIC 9(05)     COMP VALUE ZERO.
001935 77  WS-CONTROL-ITEM-CODE         PIC X(06)     VALUE 'LINVTR'.
001940 77  WS-TRAN-QUANTITY             PIC 9(07)     VALUE ZERO.
001950 77  WS-ISSUE-QUANTITY            PIC 9(07)     VALUE ZERO.
001960 77  WS-ITEM-DEMAND               PIC 9(07)     VALUE ZERO.
001970 77  WS-PROJECTED-QTY             PIC S9(07)    VALUE ZERO.
001980 77  WS-ORDER-QTY                 PIC 9(07)     VALUE ZERO.
001990 77  WS-VARIANCE-QTY              PIC S9(07)    VALUE ZERO.
002000 77  WS-VARIANCE-VALUE            PIC S9(09)V9(02) VALUE ZERO.
002010 77  WS-NOT-BACK-QTY              PIC 9(07)     VALUE ZERO.
002020 77  WS-NOT-BACK-VALUE            PIC 9(09)V9(02) VALUE ZERO.
002030 77  WS-LOOKUP-PROPERTY           PIC X(04)     VALUE SPACES.
002040 77  WS-CURRENT-PROPERTY          PIC X(04)     VALUE SPACES.
002045 77  WS-DEMAND-PROPERTY           PIC X(04)     VALUE SPACES.
002050
002060 01  WS-DATE-TIME-FIELDS.
002070     05  WS-RUN-DATE               PIC 9(08).
002080     05  WS-HORIZON-DATE           PIC 9(08).
002090     05  WS-STEP-DATE              PIC 9(08).
002100     05  FILLER REDEFINES WS-STEP-DATE.
002110         10  WS-STEP-YEAR          PIC 9(04).
002120         10  WS-STEP-MONTH         PIC 9(02).
002130         10  WS-STEP-DAY           PIC 9(02).
002140     05  WS-ROW-EFFECTIVE-DATE     PIC 9(08).
002150
002160 01  WS-MONTH-DAYS-VALUES         PIC X(24) VALUE
002170     '312831303130313130313031'.
002180 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002190     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
002200
002210*----------------------------------------------------------------*
002220*  CONSUMPTION FACTORS - SHEETS, TOWELS AND AMENITY KITS PER      *
002230*  DEPARTURE AND PER STAY-OVER FROM THE STANDARD ROOM TYPE'S 'D'  *
002240*  AND 'S' ROWS IN FORCE ON THE RUN DATE.  THE FORECAST CARRIES   *
002250*  ROOM COUNTS ONLY, SO IT IS PRICED AT THE STANDARD TYPE, AS THE *
002260*  STAFFING FORECAST PRICES ITS MINUTES.                          *
002270*----------------------------------------------------------------*
002280 01  WS-CONSUMPTION-FACTORS.
002290     05  WS-DEPARTURE-DATE         PIC 9(08) VALUE ZERO.
002300     05  WS-DEPARTURE-SHEETS       PIC 9(02) VALUE ZERO.
002310     05  WS-DEPARTURE-TOWELS       PIC 9(02) VALUE ZERO.
002320     05  WS-DEPARTURE-KITS         PIC 9(02) VALUE ZERO.
002330     05  WS-STAY-OVER-DATE         PIC 9(08) VALUE ZERO.
002340     05  WS-STAY-OVER-SHEETS       PIC 9(02) VALUE ZERO.
002350     05  WS-STAY-OVER-TOWELS       PIC 9(02) VALUE ZERO.
002360     05  WS-STAY-OVER-KITS         PIC 9(02) VALUE ZERO.
002370     05  WS-DEPARTURE-ROW-SWITCH   PIC X(01) VALUE 'N'.
002380         88  DEPARTURE-ROW-FOUND           VALUE 'Y'.
002390     05  WS-STAY-OVER-ROW-SWITCH   PIC X(01) VALUE 'N'.
002400         88  STAY-OVER-ROW-FOUND           VALUE 'Y'.
002410
002420 01  STANDARD-ROOM-TYPE           PIC X(02) VALUE 'ST'.
002430
002440*----------------------------------------------------------------*
002450*  FORECAST DEMAND FOR DAYS CARRYING NO PROPERTY CODE - ADDED TO  *
002460*  EVERY PROPERTY'S OWN DEMAND.                                   *
002470*----------------------------------------------------------------*
002480 01  WS-ALL-PROPERTY-DEMAND.
002490     05  WS-ALL-SHEETS             PIC 9(07)     COMP VALUE ZERO.
002500     05  WS-ALL-TOWELS             PIC 9(07)     COMP VALUE ZERO.
002510     05  WS-ALL-KITS               PIC 9(07)     COMP VALUE ZERO.
002520
002530*----------------------------------------------------------------*
002540*  PROPERTY TABLE - ONE ENTRY PER PROPERTY ON THE PICK LIST, THE  *
002550*  FORECAST OR THE COUNTS.  HOLDS THE DAY'S PICK-LIST ISSUES AND  *
002560*  WHETHER EACH WAS POSTED, THE FORECAST DEMAND, AND THE COUNT    *
002570*  TOTALS FOR THE SHRINKAGE REPORT.                               *
002580*----------------------------------------------------------------*
002590 01  WS-PROPERTY-TABLE.
002600     05  WS-PROPERTY-ENTRY OCCURS 20 TIMES
002610         INDEXED BY WS-PRP-IDX.
002620         10  PT-PROPERTY-CODE          PIC X(04).
002630         10  PT-ISSUE-SHEETS           PIC 9(07)     COMP.
002640         10  PT-ISSUE-TOWELS           PIC 9(07)     COMP.
002650         10  PT-ISSUE-KITS             PIC 9(07)     COMP.
002660         10  PT-SHEETS-POSTED          PIC X(01).
002670         10  PT-TOWELS-POSTED          PIC X(01).
002680         10  PT-KITS-POSTED            PIC X(01).
002690         10  PT-DEMAND-SHEETS          PIC 9(07)     COMP.
002700         10  PT-DEMAND-TOWELS          PIC 9(07)     COMP.
002710         10  PT-DEMAND-KITS            PIC 9(07)     COMP.
002720         10  PT-COUNT-CTR              PIC 9(05)     COMP.
002730         10  PT-SHRINK-VALUE           PIC S9(09)V9(02).
002740         10  PT-NOT-BACK-VALUE         PIC 9(09)V9(02).
002750
002760 01  WS-GRAND-TOTALS.
002770     05  WS-GRAND-SHRINK-VALUE     PIC S9(09)V9(02) VALUE ZERO.
002780     05  WS-GRAND-NOT-BACK-VALUE   PIC 9(09)V9(02) VALUE ZERO.
002790
002800 01  WS-ERROR-MESSAGE-FIELDS.
002810     05  WS-BAD-FILE-NAME          PIC X(30).
002820
002830*----------------------------------------------------------------*
002840*  REPORT LINE LAYOUTS                                            *
002850*----------------------------------------------------------------*
002860 01  WS-AUDIT-TITLE.
002870     05  FILLER                    PIC X(36) VALUE
002880         'LINEN STOREROOM AUDIT -- RUN DATE   '.
002890     05  WAH-RUN-DATE              PIC 9(08).
002900     05  FILLER                    PIC X(36) VALUE SPACES.
002910
002920 01  WS-AUDIT-DETAIL.
002930     05  WAD-ACTION-CODE           PIC X(01).
002940     05  FILLER                    PIC X(02) VALUE SPACES.
002950     05  WAD-PROPERTY-CODE         PIC X(04).
002960     05  FILLER                    PIC X(02) VALUE SPACES.
002970     05  WAD-ITEM-CODE             PIC X(06).
002980     05  FILLER                    PIC X(02) VALUE SPACES.
002990     05  WAD-QUANTITY              PIC ZZZZZZ9.
003000     05  FILLER                    PIC X(02) VALUE SPACES.
003010     05  WAD-RESULT                PIC X(40).
003020     05  FILLER                    PIC X(14) VALUE SPACES.
003030
003040 01  WS-AUDIT-TOTAL-LINE.
003050     05  WAT-LABEL                 PIC X(24).
003060     05  WAT-COUNT                 PIC ZZZZ9.
003070     05  FILLER                    PIC X(51) VALUE SPACES.
003080
003090 01  WS-SHRINK-TITLE.
003100     05  FILLER                    PIC X(36) VALUE
003110         'LINEN SHRINKAGE REPORT -- RUN DATE  '.
003120     05  WSH-RUN-DATE              PIC 9(08).
003130     05  FILLER                    PIC X(36) VALUE SPACES.
003140
003150 01  WS-SHRINK-HEADING.
003160     05  FILLER                    PIC X(36) VALUE
003170         'PROP  ITEM    DESCRIPTION'.
003180     05  FILLER                    PIC X(44) VALUE
003190         '   BOOK COUNTED VARIANCE       VALUE NOTBACK'.
003200
003210 01  WS-SHRINK-DETAIL.
003220     05  WSD-PROPERTY-CODE         PIC X(04).
003230     05  FILLER                    PIC X(02) VALUE SPACES.
003240     05  WSD-ITEM-CODE             PIC X(06).
003250     05  FILLER                    PIC X(02) VALUE SPACES.
003260     05  WSD-DESCRIPTION           PIC X(20).
003270     05  FILLER                    PIC X(01) VALUE SPACES.
003280     05  WSD-BOOK-QTY              PIC -ZZZZZZ9.
003290     05  FILLER                    PIC X(01) VALUE SPACES.
003300     05  WSD-COUNTED-QTY           PIC ZZZZZZ9.
003310     05  FILLER                    PIC X(01) VALUE SPACES.
003320     05  WSD-VARIANCE-QTY          PIC -ZZZZZZ9.
003330     05  FILLER                    PIC X(01) VALUE SPACES.
003340     05  WSD-VARIANCE-VALUE        PIC -ZZZZZZ9.99.
003350     05  FILLER                    PIC X(01) VALUE SPACES.
003360     05  WSD-NOT-BACK-QTY          PIC ZZZZZZ9.
003370
003380 01  WS-SHRINK-ACTIVITY.
003390     05  FILLER                    PIC X(06) VALUE SPACES.
003400     05  FILLER                    PIC X(06) VALUE 'SINCE '.
003410     05  WSA-SINCE-DATE            PIC X(08).
003420     05  FILLER                    PIC X(06) VALUE ' OPEN '.
003430     05  WSA-OPENING-QTY           PIC ZZZZZZ9.
003440     05  FILLER                    PIC X(06) VALUE ' RECV '.
003450     05  WSA-RECEIVED-QTY          PIC ZZZZZZ9.
003460     05  FILLER                    PIC X(08) VALUE ' ISSUED '.
003470     05  WSA-ISSUED-QTY            PIC ZZZZZZ9.
003480     05  FILLER                    PIC X(09) VALUE ' LAUNDRY '.
003490     05  WSA-RETURNED-QTY          PIC ZZZZZZ9.
003500     05  FILLER                    PIC X(03) VALUE SPACES.
003510
003520 01  WS-SHRINK-TOTAL-LINE.
003530     05  WST-LABEL                 PIC X(20).
003540     05  WST-PROPERTY-CODE         PIC X(04).
003550     05  FILLER                    PIC X(08) VALUE ' COUNTS '.
003560     05  WST-COUNT-CTR             PIC ZZZZ9.
003570     05  FILLER                    PIC X(07) VALUE ' VALUE '.
003580     05  WST-SHRINK-VALUE          PIC -ZZZZZZZZ9.99.
003590     05  FILLER                    PIC X(10) VALUE ' NOT BACK '.
003600     05  WST-NOT-BACK-VALUE        PIC ZZZZZZZZ9.99.
003610     05  FILLER                    PIC X(01) VALUE SPACES.
003620
003630 01  WS-REORDER-TITLE.
003640     05  FILLER                    PIC X(36) VALUE
003650         'LINEN REORDER REPORT -- RUN DATE    '.
003660     05  WRH-RUN-DATE              PIC 9(08).
003670     05  FILLER                    PIC X(15) VALUE
003680         ' DEMAND THROUGH'.
003690     05  FILLER                    PIC X(01) VALUE SPACES.
003700     05  WRH-HORIZON-DATE          PIC 9(08).
003710     05  FILLER                    PIC X(12) VALUE SPACES.
003720
003730 01  WS-REORDER-HEADING.
003740     05  FILLER                    PIC X(36) VALUE
003750         'PROP  ITEM    DESCRIPTION'.
003760     05  FILLER                    PIC X(44) VALUE
003770         '    ON HAND  DEMAND  PROJECT     PAR   ORDER'.
003780
003790 01  WS-REORDER-DETAIL.
003800     05  WRD-PROPERTY-CODE         PIC X(04).
003810     05  FILLER                    PIC X(02) VALUE SPACES.
003820     05  WRD-ITEM-CODE             PIC X(06).
003830     05  FILLER                    PIC X(02) VALUE SPACES.
003840     05  WRD-DESCRIPTION           PIC X(20).
003850     05  FILLER                    PIC X(05) VALUE SPACES.
003860     05  WRD-ON-HAND-QTY           PIC -ZZZZZZ9.
003870     05  FILLER                    PIC X(01) VALUE SPACES.
003880     05  WRD-DEMAND-QTY            PIC ZZZZZZ9.
003890     05  FILLER                    PIC X(01) VALUE SPACES.
003900     05  WRD-PROJECTED-QTY         PIC -ZZZZZZ9.
003910     05  FILLER                    PIC X(01) VALUE SPACES.
003920     05  WRD-PAR-LEVEL             PIC ZZZZZZ9.
003930     05  FILLER                    PIC X(01) VALUE SPACES.
003940     05  WRD-ORDER-QTY             PIC ZZZZZZ9.
003950
003960 PROCEDURE DIVISION.
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003990     PERFORM 1100-LOAD-CONSUMPTION-FACTORS THRU 1100-EXIT
004000     PERFORM 1200-SET-HORIZON-DATE THRU 1200-EXIT
004010     PERFORM 2000-LOAD-PICK-LIST THRU 2000-EXIT
004020     PERFORM 3000-POST-PICK-ISSUES THRU 3000-EXIT
004030     PERFORM 4000-APPLY-TRANSACTIONS THRU 4000-EXIT
004040     PERFORM 5000-LOAD-FORECAST-DEMAND THRU 5000-EXIT
004050     PERFORM 6000-WRITE-REORDER-REPORT THRU 6000-EXIT
004060     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
004070     PERFORM 9000-TERMINATE THRU 9000-EXIT
004080     GO TO 9999-EXIT.
004090
004100*==================================================================*
004110*  1000-INITIALIZE - CONTROL CARD, BUSINESS DATE, THE MASTER       *
004120*  (CREATED EMPTY ON THE FIRST RUN) AND THE THREE REPORTS.  NO     *
004130*  PICK LIST MEANS NO ISSUES TODAY; NO TRANSACTION FILE MEANS NO   *
004140*  RECEIPTS, LAUNDRY OR COUNTS; NEITHER STOPS THE REORDER REPORT.  *
004150*==================================================================*
004160 1000-INITIALIZE.
004170     MOVE SPACES TO WS-CONTROL-CARD
004180     ACCEPT WS-CONTROL-CARD FROM SYSIN
004190     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
004200     IF CC-DEMAND-DAYS IS NUMERIC
004210         AND CC-DEMAND-DAYS > ZERO
004220         MOVE CC-DEMAND-DAYS TO WS-DEMAND-DAYS
004230     END-IF
004240     OPEN I-O LINEN-INVENTORY-FILE
004250     IF INVENTORY-FILE-NOT-FOUND
004260         OPEN OUTPUT LINEN-INVENTORY-FILE
004270         CLOSE LINEN-INVENTORY-FILE
004280         OPEN I-O LINEN-INVENTORY-FILE
004290     END-IF
004300     IF NOT INVENTORY-FILE-OK
004310         MOVE 'LINEN-INVENTORY (LINVMST)' TO WS-BAD-FILE-NAME
004320         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
004330     END-IF
004340     OPEN INPUT CLEANING-STANDARDS-FILE
004350     IF NOT STANDARDS-FILE-OK
004360         MOVE 'CLEANING-STANDARDS (CLNSTDS)' TO WS-BAD-FILE-NAME
004370         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
004380     END-IF
004390     OPEN INPUT PICK-LIST-EXTRACT-FILE
004400     IF PICK-EXT-FILE-OK
004410         SET ISSUES-AVAILABLE TO TRUE
004420     ELSE
004430         DISPLAY 'STOREROOM WARNING -- NO PICK-LIST EXTRACT '
004440             '(PICKEXT) -- NO ISSUES POSTED TODAY'
004450     END-IF
004460     OPEN INPUT FORECAST-INPUT-FILE
004470     IF FORECAST-FILE-OK
004480         SET FORECAST-AVAILABLE TO TRUE
004490     ELSE
004500         DISPLAY 'STOREROOM WARNING -- NO FORECAST (FORECAST) '
004510             '-- REORDER REPORT IS AGAINST PAR ONLY'
004520     END-IF
004530     OPEN OUTPUT AUDIT-REPORT-FILE
004540     OPEN OUTPUT SHRINKAGE-REPORT-FILE
004550     OPEN OUTPUT REORDER-REPORT-FILE
004560     MOVE WS-RUN-DATE TO WAH-RUN-DATE
004570     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TITLE
004580     MOVE SPACES TO AUDIT-REPORT-LINE
004590     WRITE AUDIT-REPORT-LINE
004600     MOVE WS-RUN-DATE TO WSH-RUN-DATE
004610     WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-TITLE
004620     MOVE SPACES TO SHRINKAGE-REPORT-LINE
004630     WRITE SHRINKAGE-REPORT-LINE
004640     WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-HEADING.
004650 1000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
004700*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
004710*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
004720*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
004730*----------------------------------------------------------------*
004740 1050-READ-BUSINESS-DATE.
004750     OPEN INPUT BUSINESS-DATE-FILE
004760     IF NOT BUSINESS-DATE-FILE-OK
004770         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
004780         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
004790     END-IF
004800     READ BUSINESS-DATE-FILE
004810         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
004820     END-READ
004830     CLOSE BUSINESS-DATE-FILE
004840     IF BD-BUSINESS-DATE IS NOT NUMERIC
004850         OR BD-BUSINESS-DATE = ZERO
004860         DISPLAY 'STOREROOM ERROR -- NO BUSINESS DATE'
004870             ' ON THE CONTROL FILE (BUSDATE)'
004880         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
004890             'AND RESUBMIT'
004900         MOVE 8 TO RETURN-CODE
004910         GO TO 9999-EXIT
004920     END-IF
004930     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
004940         MOVE BD-RERUN-DATE TO WS-RUN-DATE
004950         DISPLAY 'STOREROOM WARNING -- RERUN OVERRIDE'
004960             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
004970         GO TO 1050-EXIT
004980     END-IF
004990     IF BD-DAY-COMPLETE
005000         DISPLAY 'STOREROOM ERROR -- BUSINESS DATE '
005010             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
005020         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
005030             'HKDTROLL TO PROCESS IT AGAIN'
005040         MOVE 8 TO RETURN-CODE
005050         GO TO 9999-EXIT
005060     END-IF
005070     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
005080 1050-EXIT.
005090     EXIT.
005100
005110*==================================================================*
005120*  1100-LOAD-CONSUMPTION-FACTORS - THE STANDARD TYPE'S DEPARTURE   *
005130*  AND STAY-OVER ROWS WITH THE LATEST EFFECTIVE DATE NOT AFTER     *
005140*  THE RUN DATE.  BLANK FACTORS ON AN OLD-FORMAT ROW COUNT AS      *
005150*  ZERO, AS THEY DO ON THE BOARD'S PICK LIST.                      *
005160*==================================================================*
005170 1100-LOAD-CONSUMPTION-FACTORS.
005180     PERFORM 1120-READ-STANDARDS-RECORD THRU 1120-EXIT
005190     PERFORM 1140-CHECK-ONE-STANDARD THRU 1140-EXIT
005200         UNTIL END-OF-STANDARDS-FILE
005210     CLOSE CLEANING-STANDARDS-FILE
005220     IF NOT DEPARTURE-ROW-FOUND OR NOT STAY-OVER-ROW-FOUND
005230         DISPLAY 'STOREROOM WARNING -- NO STANDARD DEPARTURE OR '
005240             'STAY-OVER ROW ON CLNSTDS -- ITS DEMAND IS ZERO'
005250     END-IF.
005260 1100-EXIT.
005270     EXIT.
005280
005290 1120-READ-STANDARDS-RECORD.
005300     READ CLEANING-STANDARDS-FILE
005310         AT END SET END-OF-STANDARDS-FILE TO TRUE
005320     END-READ.
005330 1120-EXIT.
005340     EXIT.
005350
005360 1140-CHECK-ONE-STANDARD.
005370     IF CS-ROOM-TYPE NOT = STANDARD-ROOM-TYPE
005380         GO TO 1140-NEXT
005390     END-IF
005400     IF CS-EFFECTIVE-DATE IS NUMERIC
005410         MOVE CS-EFFECTIVE-DATE TO WS-ROW-EFFECTIVE-DATE
005420     ELSE
005430         MOVE ZERO TO WS-ROW-EFFECTIVE-DATE
005440     END-IF
005450     IF WS-ROW-EFFECTIVE-DATE > WS-RUN-DATE
005460         GO TO 1140-NEXT
005470     END-IF
005480     IF CS-STATUS-CODE = 'D'
005490         IF NOT DEPARTURE-ROW-FOUND
005500             OR WS-ROW-EFFECTIVE-DATE NOT < WS-DEPARTURE-DATE
005510             SET DEPARTURE-ROW-FOUND TO TRUE
005520             MOVE WS-ROW-EFFECTIVE-DATE TO WS-DEPARTURE-DATE
005530             MOVE ZERO TO WS-DEPARTURE-SHEETS
005540             MOVE ZERO TO WS-DEPARTURE-TOWELS
005550             MOVE ZERO TO WS-DEPARTURE-KITS
005560             IF CS-SHEETS-PER-ROOM IS NUMERIC
005570                 MOVE CS-SHEETS-PER-ROOM TO WS-DEPARTURE-SHEETS
005580             END-IF
005590             IF CS-TOWELS-PER-ROOM IS NUMERIC
005600                 MOVE CS-TOWELS-PER-ROOM TO WS-DEPARTURE-TOWELS
005610             END-IF
005620             IF CS-AMENITY-KITS-PER-ROOM IS NUMERIC
005630                 MOVE CS-AMENITY-KITS-PER-ROOM
005640                     TO WS-DEPARTURE-KITS
005650             END-IF
005660         END-IF
005670         GO TO 1140-NEXT
005680     END-IF
005690     IF CS-STATUS-CODE = 'S'
005700         IF NOT STAY-OVER-ROW-FOUND
005710             OR WS-ROW-EFFECTIVE-DATE NOT < WS-STAY-OVER-DATE
005720             SET STAY-OVER-ROW-FOUND TO TRUE
005730             MOVE WS-ROW-EFFECTIVE-DATE TO WS-STAY-OVER-DATE
005740             MOVE ZERO TO WS-STAY-OVER-SHEETS
005750             MOVE ZERO TO WS-STAY-OVER-TOWELS
005760             MOVE ZERO TO WS-STAY-OVER-KITS
005770             IF CS-SHEETS-PER-ROOM IS NUMERIC
005780                 MOVE CS-SHEETS-PER-ROOM TO WS-STAY-OVER-SHEETS
005790             END-IF
005800             IF CS-TOWELS-PER-ROOM IS NUMERIC
005810                 MOVE CS-TOWELS-PER-ROOM TO WS-STAY-OVER-TOWELS
005820             END-IF
005830             IF CS-AMENITY-KITS-PER-ROOM IS NUMERIC
005840                 MOVE CS-AMENITY-KITS-PER-ROOM
005850                     TO WS-STAY-OVER-KITS
005860             END-IF
005870         END-IF
005880     END-IF.
005890 1140-NEXT.
005900     PERFORM 1120-READ-STANDARDS-RECORD THRU 1120-EXIT.
005910 1140-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950*  1200-SET-HORIZON-DATE - THE LAST FORECAST DAY THE REORDER      *
005960*  REPORT PROVIDES FOR, STEPPED FORWARD A DAY AT A TIME FROM THE  *
005970*  RUN DATE.                                                      *
005980*----------------------------------------------------------------*
005990 1200-SET-HORIZON-DATE.
006000     MOVE WS-RUN-DATE TO WS-STEP-DATE
006010     PERFORM 1210-STEP-ONE-DAY THRU 1210-EXIT
006020         VARYING WS-DAY-SUBSCRIPT FROM 1 BY 1
006030         UNTIL WS-DAY-SUBSCRIPT > WS-DEMAND-DAYS
006040     MOVE WS-STEP-DATE TO WS-HORIZON-DATE
006050     MOVE WS-RUN-DATE TO WRH-RUN-DATE
006060     MOVE WS-HORIZON-DATE TO WRH-HORIZON-DATE
006070     WRITE REORDER-REPORT-LINE FROM WS-REORDER-TITLE
006080     MOVE SPACES TO REORDER-REPORT-LINE
006090     WRITE REORDER-REPORT-LINE
006100     WRITE REORDER-REPORT-LINE FROM WS-REORDER-HEADING.
006110 1200-EXIT.
006120     EXIT.
006130
006140 1210-STEP-ONE-DAY.
006150     PERFORM 1220-SET-DAYS-IN-MONTH THRU 1220-EXIT
006160     ADD 1 TO WS-STEP-DAY
006170     IF WS-STEP-DAY > WS-DAYS-IN-MONTH
006180         MOVE 1 TO WS-STEP-DAY
006190         ADD 1 TO WS-STEP-MONTH
006200         IF WS-STEP-MONTH > 12
006210             MOVE 1 TO WS-STEP-MONTH
006220             ADD 1 TO WS-STEP-YEAR
006230         END-IF
006240     END-IF.
006250 1210-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------*
006290*  1220-SET-DAYS-IN-MONTH - FEBRUARY TAKES 29 IN A YEAR DIVISIBLE *
006300*  BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.              *
006310*----------------------------------------------------------------*
006320 1220-SET-DAYS-IN-MONTH.
006330     MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-DAYS-IN-MONTH
006340     IF WS-STEP-MONTH NOT = 2
006350         GO TO 1220-EXIT
006360     END-IF
006370     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006380         REMAINDER WS-LEAP-REMAINDER
006390     IF WS-LEAP-REMAINDER NOT = ZERO
006400         GO TO 1220-EXIT
006410     END-IF
006420     DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
006430         REMAINDER WS-LEAP-REMAINDER
006440     IF WS-LEAP-REMAINDER = ZERO
006450         DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
006460             REMAINDER WS-LEAP-REMAINDER
006470         IF WS-LEAP-REMAINDER NOT = ZERO
006480             GO TO 1220-EXIT
006490         END-IF
006500     END-IF
006510     MOVE 29 TO WS-DAYS-IN-MONTH.
006520 1220-EXIT.
006530     EXIT.
006540
006550*==================================================================*
006560*  2000-LOAD-PICK-LIST - THE DAY'S PICK-LIST SECTIONS SUMMED TO    *
006570*  ONE SHEETS, TOWELS AND AMENITY-KIT ISSUE PER PROPERTY.          *
006580*==================================================================*
006590 2000-LOAD-PICK-LIST.
006600     IF NOT ISSUES-AVAILABLE
006610         GO TO 2000-EXIT
006620     END-IF
006630     PERFORM 2100-READ-PICK-RECORD THRU 2100-EXIT
006640     PERFORM 2200-STORE-ONE-SECTION THRU 2200-EXIT
006650         UNTIL END-OF-PICK-FILE
006660     CLOSE PICK-LIST-EXTRACT-FILE.
006670 2000-EXIT.
006680     EXIT.
006690
006700 2100-READ-PICK-RECORD.
006710     READ PICK-LIST-EXTRACT-FILE
006720         AT END SET END-OF-PICK-FILE TO TRUE
006730     END-READ.
006740 2100-EXIT.
006750     EXIT.
006760
006770 2200-STORE-ONE-SECTION.
006780     ADD 1 TO WS-PICK-READ-CTR
006790     MOVE PK-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
006800     PERFORM 7500-FIND-PROPERTY THRU 7500-EXIT
006810     IF NOT PROPERTY-FOUND
006820         GO TO 2200-NEXT
006830     END-IF
006840     IF PK-SHEETS IS NUMERIC
006850         ADD PK-SHEETS TO PT-ISSUE-SHEETS (WS-PRP-IDX)
006860     END-IF
006870     IF PK-TOWELS IS NUMERIC
006880         ADD PK-TOWELS TO PT-ISSUE-TOWELS (WS-PRP-IDX)
006890     END-IF
006900     IF PK-AMENITY-KITS IS NUMERIC
006910         ADD PK-AMENITY-KITS TO PT-ISSUE-KITS (WS-PRP-IDX)
006920     END-IF.
006930 2200-NEXT.
006940     PERFORM 2100-READ-PICK-RECORD THRU 2100-EXIT.
006950 2200-EXIT.
006960     EXIT.
006970
006980*==================================================================*
006990*  3000-POST-PICK-ISSUES - EACH PROPERTY'S ITEMS ARE BROWSED IN    *
007000*  KEY ORDER AND THE FIRST ITEM OF EACH PICK CLASS TAKES THAT      *
007010*  COLUMN'S ISSUE.  AN ITEM ALREADY ISSUED ON THE RUN DATE IS A    *
007020*  RERUN AND IS LEFT ALONE.  A COLUMN WITH NO ITEM TO TAKE IT IS   *
007030*  REPORTED AND NOT POSTED.                                        *
007040*==================================================================*
007050 3000-POST-PICK-ISSUES.
007060     IF NOT ISSUES-AVAILABLE
007070         GO TO 3000-EXIT
007080     END-IF
007090     PERFORM 3100-POST-ONE-PROPERTY THRU 3100-EXIT
007100         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
007110         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT.
007120 3000-EXIT.
007130     EXIT.
007140
007150 3100-POST-ONE-PROPERTY.
007160     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
007170     MOVE PT-PROPERTY-CODE (WS-PRP-IDX) TO WS-CURRENT-PROPERTY
007180     MOVE 'N' TO WS-INVENTORY-EOF-SWITCH
007190     MOVE WS-CURRENT-PROPERTY TO LI-PROPERTY-CODE
007200     MOVE LOW-VALUES TO LI-ITEM-CODE
007210     START LINEN-INVENTORY-FILE
007220         KEY IS NOT LESS THAN LI-INVENTORY-KEY
007230         INVALID KEY SET END-OF-INVENTORY-FILE TO TRUE
007240     END-START
007250     IF NOT END-OF-INVENTORY-FILE
007260         PERFORM 3200-READ-NEXT-ITEM THRU 3200-EXIT
007270     END-IF
007280     PERFORM 3300-ISSUE-TO-ONE-ITEM THRU 3300-EXIT
007290         UNTIL END-OF-INVENTORY-FILE
007300     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
007310     IF PT-SHEETS-POSTED (WS-PRP-IDX) NOT = 'Y'
007320         AND PT-ISSUE-SHEETS (WS-PRP-IDX) > ZERO
007330         DISPLAY 'STOREROOM WARNING -- PROPERTY '
007340             WS-CURRENT-PROPERTY ' HAS NO SHEETS ITEM -- '
007350             PT-ISSUE-SHEETS (WS-PRP-IDX) ' NOT ISSUED'
007360     END-IF
007370     IF PT-TOWELS-POSTED (WS-PRP-IDX) NOT = 'Y'
007380         AND PT-ISSUE-TOWELS (WS-PRP-IDX) > ZERO
007390         DISPLAY 'STOREROOM WARNING -- PROPERTY '
007400             WS-CURRENT-PROPERTY ' HAS NO TOWELS ITEM -- '
007410             PT-ISSUE-TOWELS (WS-PRP-IDX) ' NOT ISSUED'
007420     END-IF
007430     IF PT-KITS-POSTED (WS-PRP-IDX) NOT = 'Y'
007440         AND PT-ISSUE-KITS (WS-PRP-IDX) > ZERO
007450         DISPLAY 'STOREROOM WARNING -- PROPERTY '
007460             WS-CURRENT-PROPERTY ' HAS NO AMENITY-KIT ITEM -- '
007470             PT-ISSUE-KITS (WS-PRP-IDX) ' NOT ISSUED'
007480     END-IF.
007490 3100-EXIT.
007500     EXIT.
007510
007520 3200-READ-NEXT-ITEM.
007530     READ LINEN-INVENTORY-FILE NEXT RECORD
007540         AT END SET END-OF-INVENTORY-FILE TO TRUE
007550     END-READ
007560     IF NOT END-OF-INVENTORY-FILE
007570         AND LI-PROPERTY-CODE NOT = WS-CURRENT-PROPERTY
007580         SET END-OF-INVENTORY-FILE TO TRUE
007590     END-IF.
007600 3200-EXIT.
007610     EXIT.
007620
007630 3300-ISSUE-TO-ONE-ITEM.
007640     MOVE ZERO TO WS-ISSUE-QUANTITY
007650     IF LI-PICK-SHEETS
007660         AND PT-SHEETS-POSTED (WS-PRP-IDX) NOT = 'Y'
007670         MOVE 'Y' TO PT-SHEETS-POSTED (WS-PRP-IDX)
007680         MOVE PT-ISSUE-SHEETS (WS-PRP-IDX) TO WS-ISSUE-QUANTITY
007690     END-IF
007700     IF LI-PICK-TOWELS
007710         AND PT-TOWELS-POSTED (WS-PRP-IDX) NOT = 'Y'
007720         MOVE 'Y' TO PT-TOWELS-POSTED (WS-PRP-IDX)
007730         MOVE PT-ISSUE-TOWELS (WS-PRP-IDX) TO WS-ISSUE-QUANTITY
007740     END-IF
007750     IF LI-PICK-AMENITY-KITS
007760         AND PT-KITS-POSTED (WS-PRP-IDX) NOT = 'Y'
007770         MOVE 'Y' TO PT-KITS-POSTED (WS-PRP-IDX)
007780         MOVE PT-ISSUE-KITS (WS-PRP-IDX) TO WS-ISSUE-QUANTITY
007790     END-IF
007800     IF WS-ISSUE-QUANTITY = ZERO
007810         GO TO 3300-NEXT
007820     END-IF
007830     MOVE 'I' TO WAD-ACTION-CODE
007840     MOVE LI-PROPERTY-CODE TO WAD-PROPERTY-CODE
007850     MOVE LI-ITEM-CODE TO WAD-ITEM-CODE
007860     MOVE WS-ISSUE-QUANTITY TO WAD-QUANTITY
007870     IF LI-LAST-ISSUE-DATE IS NUMERIC
007880         AND LI-LAST-ISSUE-DATE = WS-RUN-DATE
007890         ADD 1 TO WS-ALREADY-ISSUED-CTR
007900         MOVE 'NOT ISSUED - PICK LIST ALREADY TAKEN TODAY'
007910             TO WAD-RESULT
007920         PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
007930         GO TO 3300-NEXT
007940     END-IF
007950     SUBTRACT WS-ISSUE-QUANTITY FROM LI-ON-HAND-QTY
007960     ADD WS-ISSUE-QUANTITY TO LI-ISSUED-QTY
007970     MOVE WS-RUN-DATE TO LI-LAST-ISSUE-DATE
007980     REWRITE LINEN-INVENTORY-RECORD
007990         INVALID KEY
008000             ADD 1 TO WS-REJECT-CTR
008010             MOVE 'NOT ISSUED - MASTER REWRITE FAILED'
008020                 TO WAD-RESULT
008030             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
008040             GO TO 3300-NEXT
008050     END-REWRITE
008060     ADD 1 TO WS-ISSUE-CTR
008070     MOVE 'ISSUED FROM THE PICK LIST' TO WAD-RESULT
008080     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
008090 3300-NEXT.
008100     PERFORM 3200-READ-NEXT-ITEM THRU 3200-EXIT.
008110 3300-EXIT.
008120     EXIT.
008130
008140*==================================================================*
008150*  4000-APPLY-TRANSACTIONS - ITEM MAINTENANCE, RECEIPTS, LAUNDRY   *
008160*  RETURNS AND PHYSICAL COUNTS IN FILE ORDER.  EVERY TRANSACTION   *
008170*  LEAVES AN AUDIT LINE, ACCEPTED OR NOT.  THE CONTROL RECORD      *
008173*  HOLDS THE RUN DATE THE FILE WAS LAST APPLIED; A RERUN FOR THAT  *
008176*  DATE SKIPS THE FILE RATHER THAN RECEIVE OR COUNT IT TWICE.      *
008180*==================================================================*
008190 4000-APPLY-TRANSACTIONS.
008200     OPEN INPUT LINEN-TRANSACTION-FILE
008210     IF NOT TRANSACTION-FILE-OK
008220         DISPLAY 'STOREROOM WARNING -- NO TRANSACTION FILE '
008230             '(LINVTRN) -- NO RECEIPTS, LAUNDRY OR COUNTS TODAY'
008240         GO TO 4000-EXIT
008250     END-IF
008251     PERFORM 4010-READ-CONTROL-RECORD THRU 4010-EXIT
008252     IF INVENTORY-FILE-OK
008253         AND LI-LAST-ISSUE-DATE IS NUMERIC
008254         AND LI-LAST-ISSUE-DATE = WS-RUN-DATE
008255         DISPLAY 'STOREROOM WARNING -- TRANSACTION FILE '
008256             '(LINVTRN) ALREADY APPLIED FOR ' WS-RUN-DATE
008257             ' -- NOT APPLIED AGAIN'
008258         MOVE SPACES TO WAD-ACTION-CODE
008259         MOVE SPACES TO WAD-PROPERTY-CODE
008260         MOVE WS-CONTROL-ITEM-CODE TO WAD-ITEM-CODE
008261         MOVE ZERO TO WAD-QUANTITY
008262         MOVE 'NOT APPLIED - FILE ALREADY APPLIED TODAY'
008263             TO WAD-RESULT
008264         PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
008265         CLOSE LINEN-TRANSACTION-FILE
008266         GO TO 4000-EXIT
008267     END-IF
008268     PERFORM 4050-READ-TRANSACTION THRU 4050-EXIT
008270     PERFORM 4100-APPLY-ONE-TRANSACTION THRU 4100-EXIT
008280         UNTIL END-OF-TRANSACTION-FILE
008290     CLOSE LINEN-TRANSACTION-FILE
008295     PERFORM 4020-STAMP-CONTROL-RECORD THRU 4020-EXIT.
008300 4000-EXIT.
008310     EXIT.
008311
008312 4010-READ-CONTROL-RECORD.
008313     MOVE HIGH-VALUES TO LI-PROPERTY-CODE
008314     MOVE WS-CONTROL-ITEM-CODE TO LI-ITEM-CODE
008315     READ LINEN-INVENTORY-FILE
008316         INVALID KEY CONTINUE
008317     END-READ.
008318 4010-EXIT.
008319     EXIT.
008320
008321*----------------------------------------------------------------*
008322*  4020-STAMP-CONTROL-RECORD - MARK THE FILE APPLIED FOR THE RUN  *
008323*  DATE, ADDING THE CONTROL RECORD ON THE FIRST RUN.              *
008324*----------------------------------------------------------------*
008325 4020-STAMP-CONTROL-RECORD.
008326     PERFORM 4010-READ-CONTROL-RECORD THRU 4010-EXIT
008327     IF INVENTORY-FILE-OK
008328         MOVE WS-RUN-DATE TO LI-LAST-ISSUE-DATE
008329         REWRITE LINEN-INVENTORY-RECORD
008330             INVALID KEY CONTINUE
008331         END-REWRITE
008332     ELSE
008333         MOVE SPACES TO LINEN-INVENTORY-RECORD
008334         MOVE HIGH-VALUES TO LI-PROPERTY-CODE
008335         MOVE WS-CONTROL-ITEM-CODE TO LI-ITEM-CODE
008336         MOVE 'LINVTRN LAST APPLIED' TO LI-ITEM-DESCRIPTION
008337         MOVE 'N' TO LI-PICK-CLASS
008338         MOVE ZERO TO LI-UNIT-COST
008339         MOVE ZERO TO LI-PAR-LEVEL
008340         MOVE ZERO TO LI-ORDER-MULTIPLE
008341         MOVE ZERO TO LI-ON-HAND-QTY
008342         MOVE ZERO TO LI-LAST-COUNT-DATE
008343         MOVE ZERO TO LI-LAST-COUNT-QTY
008344         MOVE ZERO TO LI-RECEIVED-QTY
008345         MOVE ZERO TO LI-ISSUED-QTY
008346         MOVE ZERO TO LI-RETURNED-QTY
008347         MOVE WS-RUN-DATE TO LI-LAST-ISSUE-DATE
008348         WRITE LINEN-INVENTORY-RECORD
008349             INVALID KEY CONTINUE
008350         END-WRITE
008351     END-IF
008352     IF NOT INVENTORY-FILE-OK
008353         DISPLAY 'STOREROOM WARNING -- CONTROL RECORD NOT '
008354             'UPDATED -- A RERUN WOULD APPLY LINVTRN AGAIN'
008355     END-IF.
008356 4020-EXIT.
008357     EXIT.
008358
008359 4050-READ-TRANSACTION.
008360     READ LINEN-TRANSACTION-FILE
008361         AT END SET END-OF-TRANSACTION-FILE TO TRUE
008362     END-READ.
008370 4050-EXIT.
008380     EXIT.
008390
008400 4100-APPLY-ONE-TRANSACTION.
008410     MOVE LT-ACTION-CODE TO WAD-ACTION-CODE
008420     MOVE LT-PROPERTY-CODE TO WAD-PROPERTY-CODE
008430     MOVE LT-ITEM-CODE TO WAD-ITEM-CODE
008440     MOVE ZERO TO WS-TRAN-QUANTITY
008450     IF LT-QUANTITY IS NUMERIC
008460         MOVE LT-QUANTITY TO WS-TRAN-QUANTITY
008470     END-IF
008480     MOVE WS-TRAN-QUANTITY TO WAD-QUANTITY
008490     IF NOT LT-VALID-ACTION
008500         MOVE 'REJECTED - INVALID ACTION CODE' TO WAD-RESULT
008510         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
008520         GO TO 4100-NEXT
008530     END-IF
008531     IF LT-PROPERTY-CODE = HIGH-VALUES
008532         MOVE 'REJECTED - RESERVED CONTROL KEY' TO WAD-RESULT
008533         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
008534         GO TO 4100-NEXT
008535     END-IF
008540     IF LT-ADD-ACTION
008550         PERFORM 4200-APPLY-ADD THRU 4200-EXIT
008560         GO TO 4100-NEXT
008570     END-IF
008580     MOVE LT-PROPERTY-CODE TO LI-PROPERTY-CODE
008590     MOVE LT-ITEM-CODE TO LI-ITEM-CODE
008600     READ LINEN-INVENTORY-FILE
008610         INVALID KEY CONTINUE
008620     END-READ
008630     IF INVENTORY-RECORD-MISSING
008640         MOVE 'REJECTED - NOT ON MASTER' TO WAD-RESULT
008650         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
008660         GO TO 4100-NEXT
008670     END-IF
008680     IF LT-CHANGE-ACTION
008690         PERFORM 4300-APPLY-CHANGE THRU 4300-EXIT
008700         GO TO 4100-NEXT
008710     END-IF
008720     IF LT-DELETE-ACTION
008730         PERFORM 4400-APPLY-DELETE THRU 4400-EXIT
008740         GO TO 4100-NEXT
008750     END-IF
008760     IF LT-QUANTITY IS NOT NUMERIC
008770         MOVE 'REJECTED - QUANTITY NOT NUMERIC' TO WAD-RESULT
008780         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
008790         GO TO 4100-NEXT
008800     END-IF
008810     IF LT-RECEIPT-ACTION
008820         PERFORM 4500-APPLY-RECEIPT THRU 4500-EXIT
008830         GO TO 4100-NEXT
008840     END-IF
008850     IF LT-LAUNDRY-ACTION
008860         PERFORM 4600-APPLY-LAUNDRY-RETURN THRU 4600-EXIT
008870         GO TO 4100-NEXT
008880     END-IF
008890     PERFORM 4700-APPLY-PHYSICAL-COUNT THRU 4700-EXIT.
008900 4100-NEXT.
008910     PERFORM 4050-READ-TRANSACTION THRU 4050-EXIT.
008920 4100-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------*
008960*  4200-APPLY-ADD - A NEW ITEM STARTS WITH ITS QUANTITY AS BOTH   *
008970*  THE BOOK STOCK AND THE OPENING COUNT.                          *
008980*----------------------------------------------------------------*
008990 4200-APPLY-ADD.
009000     MOVE LT-PROPERTY-CODE TO LI-PROPERTY-CODE
009010     MOVE LT-ITEM-CODE TO LI-ITEM-CODE
009020     READ LINEN-INVENTORY-FILE
009030         INVALID KEY CONTINUE
009040     END-READ
009050     IF INVENTORY-FILE-OK
009060         MOVE 'REJECTED - ALREADY ON MASTER' TO WAD-RESULT
009070         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009080         GO TO 4200-EXIT
009090     END-IF
009100     IF NOT LT-VALID-ITEM-TYPE
009110         MOVE 'REJECTED - ITEM TYPE MUST BE L OR A' TO WAD-RESULT
009120         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009130         GO TO 4200-EXIT
009140     END-IF
009150     IF LT-PICK-CLASS NOT = SPACES
009160         AND NOT LT-VALID-PICK-CLASS
009170         MOVE 'REJECTED - PICK CLASS MUST BE S T K OR N'
009180             TO WAD-RESULT
009190         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009200         GO TO 4200-EXIT
009210     END-IF
009220     MOVE SPACES TO LINEN-INVENTORY-RECORD
009230     MOVE LT-PROPERTY-CODE TO LI-PROPERTY-CODE
009240     MOVE LT-ITEM-CODE TO LI-ITEM-CODE
009250     MOVE LT-ITEM-DESCRIPTION TO LI-ITEM-DESCRIPTION
009260     MOVE LT-ITEM-TYPE TO LI-ITEM-TYPE
009270     MOVE 'N' TO LI-PICK-CLASS
009280     IF LT-PICK-CLASS NOT = SPACES
009290         MOVE LT-PICK-CLASS TO LI-PICK-CLASS
009300     END-IF
009310     MOVE ZERO TO LI-UNIT-COST
009320     IF LT-UNIT-COST IS NUMERIC
009330         MOVE LT-UNIT-COST-AMOUNT TO LI-UNIT-COST
009340     END-IF
009350     MOVE ZERO TO LI-PAR-LEVEL
009360     IF LT-PAR-LEVEL IS NUMERIC
009370         MOVE LT-PAR-LEVEL TO LI-PAR-LEVEL
009380     END-IF
009390     MOVE ZERO TO LI-ORDER-MULTIPLE
009400     IF LT-ORDER-MULTIPLE IS NUMERIC
009410         MOVE LT-ORDER-MULTIPLE TO LI-ORDER-MULTIPLE
009420     END-IF
009430     MOVE WS-TRAN-QUANTITY TO LI-ON-HAND-QTY
009440     MOVE WS-RUN-DATE TO LI-LAST-COUNT-DATE
009450     MOVE WS-TRAN-QUANTITY TO LI-LAST-COUNT-QTY
009460     MOVE ZERO TO LI-RECEIVED-QTY
009470     MOVE ZERO TO LI-ISSUED-QTY
009480     MOVE ZERO TO LI-RETURNED-QTY
009490     MOVE ZERO TO LI-LAST-ISSUE-DATE
009500     WRITE LINEN-INVENTORY-RECORD
009510         INVALID KEY
009520             MOVE 'REJECTED - MASTER WRITE FAILED' TO WAD-RESULT
009530             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009540             GO TO 4200-EXIT
009550     END-WRITE
009560     ADD 1 TO WS-ADD-CTR
009570     MOVE 'ITEM ADDED' TO WAD-RESULT
009580     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
009590 4200-EXIT.
009600     EXIT.
009610
009620 4300-APPLY-CHANGE.
009630     IF LT-ITEM-TYPE NOT = SPACES
009640         AND NOT LT-VALID-ITEM-TYPE
009650         MOVE 'REJECTED - ITEM TYPE MUST BE L OR A' TO WAD-RESULT
009660         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009670         GO TO 4300-EXIT
009680     END-IF
009690     IF LT-PICK-CLASS NOT = SPACES
009700         AND NOT LT-VALID-PICK-CLASS
009710         MOVE 'REJECTED - PICK CLASS MUST BE S T K OR N'
009720             TO WAD-RESULT
009730         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009740         GO TO 4300-EXIT
009750     END-IF
009760     IF LT-ITEM-DESCRIPTION NOT = SPACES
009770         MOVE LT-ITEM-DESCRIPTION TO LI-ITEM-DESCRIPTION
009780     END-IF
009790     IF LT-ITEM-TYPE NOT = SPACES
009800         MOVE LT-ITEM-TYPE TO LI-ITEM-TYPE
009810     END-IF
009820     IF LT-PICK-CLASS NOT = SPACES
009830         MOVE LT-PICK-CLASS TO LI-PICK-CLASS
009840     END-IF
009850     IF LT-UNIT-COST IS NUMERIC
009860         MOVE LT-UNIT-COST-AMOUNT TO LI-UNIT-COST
009870     END-IF
009880     IF LT-PAR-LEVEL IS NUMERIC
009890         MOVE LT-PAR-LEVEL TO LI-PAR-LEVEL
009900     END-IF
009910     IF LT-ORDER-MULTIPLE IS NUMERIC
009920         MOVE LT-ORDER-MULTIPLE TO LI-ORDER-MULTIPLE
009930     END-IF
009940     REWRITE LINEN-INVENTORY-RECORD
009950         INVALID KEY
009960             MOVE 'REJECTED - MASTER REWRITE FAILED' TO WAD-RESULT
009970             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
009980             GO TO 4300-EXIT
009990     END-REWRITE
010000     ADD 1 TO WS-CHANGE-CTR
010010     MOVE 'ITEM CHANGED' TO WAD-RESULT
010020     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
010030 4300-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------*
010070*  4400-APPLY-DELETE - STOCK ON THE BOOKS MUST BE COUNTED OUT TO  *
010080*  ZERO FIRST, SO AN ITEM CANNOT DROP OFF WITH ITS LOSS UNPRICED. *
010090*----------------------------------------------------------------*
010100 4400-APPLY-DELETE.
010110     IF LI-ON-HAND-QTY NOT = ZERO
010120         MOVE 'REJECTED - STOCK STILL ON HAND' TO WAD-RESULT
010130         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010140         GO TO 4400-EXIT
010150     END-IF
010160     DELETE LINEN-INVENTORY-FILE RECORD
010170         INVALID KEY
010180             MOVE 'REJECTED - MASTER DELETE FAILED' TO WAD-RESULT
010190             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010200             GO TO 4400-EXIT
010210     END-DELETE
010220     ADD 1 TO WS-DELETE-CTR
010230     MOVE 'ITEM DELETED' TO WAD-RESULT
010240     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
010250 4400-EXIT.
010260     EXIT.
010270
010280 4500-APPLY-RECEIPT.
010290     IF WS-TRAN-QUANTITY = ZERO
010300         MOVE 'REJECTED - ZERO QUANTITY' TO WAD-RESULT
010310         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010320         GO TO 4500-EXIT
010330     END-IF
010340     ADD WS-TRAN-QUANTITY TO LI-ON-HAND-QTY
010350     ADD WS-TRAN-QUANTITY TO LI-RECEIVED-QTY
010360     REWRITE LINEN-INVENTORY-RECORD
010370         INVALID KEY
010380             MOVE 'REJECTED - MASTER REWRITE FAILED' TO WAD-RESULT
010390             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010400             GO TO 4500-EXIT
010410     END-REWRITE
010420     ADD 1 TO WS-RECEIPT-CTR
010430     MOVE 'RECEIVED FROM PURCHASING' TO WAD-RESULT
010440     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
010450 4500-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------------*
010490*  4600-APPLY-LAUNDRY-RETURN - SOILED LINEN COUNTED BACK FROM THE *
010500*  LAUNDRY RETURNS TO STOCK.  AMENITIES ARE USED UP IN THE ROOM   *
010510*  AND NEVER COME BACK.                                           *
010520*----------------------------------------------------------------*
010530 4600-APPLY-LAUNDRY-RETURN.
010540     IF NOT LI-LINEN-ITEM
010550         MOVE 'REJECTED - NOT A LINEN ITEM' TO WAD-RESULT
010560         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010570         GO TO 4600-EXIT
010580     END-IF
010590     IF WS-TRAN-QUANTITY = ZERO
010600         MOVE 'REJECTED - ZERO QUANTITY' TO WAD-RESULT
010610         PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010620         GO TO 4600-EXIT
010630     END-IF
010640     ADD WS-TRAN-QUANTITY TO LI-ON-HAND-QTY
010650     ADD WS-TRAN-QUANTITY TO LI-RETURNED-QTY
010660     REWRITE LINEN-INVENTORY-RECORD
010670         INVALID KEY
010680             MOVE 'REJECTED - MASTER REWRITE FAILED' TO WAD-RESULT
010690             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
010700             GO TO 4600-EXIT
010710     END-REWRITE
010720     ADD 1 TO WS-LAUNDRY-CTR
010730     MOVE 'RETURNED FROM THE LAUNDRY' TO WAD-RESULT
010740     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
010750 4600-EXIT.
010760     EXIT.
010770
010780*==================================================================*
010790*  4700-APPLY-PHYSICAL-COUNT - BOOK AGAINST COUNTED STOCK GOES ON  *
010800*  THE SHRINKAGE REPORT, PRICED AT THE ITEM'S UNIT COST, WITH THE  *
010810*  MOVEMENT SINCE THE LAST COUNT UNDER IT.  FOR LINEN, NOT BACK IS *
010820*  WHAT WENT OUT ON THE CARTS AND HAS NOT COME BACK FROM THE       *
010830*  LAUNDRY SINCE THE LAST COUNT.  THE COUNT THEN BECOMES THE BOOK  *
010840*  STOCK AND THE MOVEMENT STARTS OVER.                             *
010850*==================================================================*
010860 4700-APPLY-PHYSICAL-COUNT.
010870     COMPUTE WS-VARIANCE-QTY = WS-TRAN-QUANTITY - LI-ON-HAND-QTY
010880     COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * LI-UNIT-COST
010890     MOVE ZERO TO WS-NOT-BACK-QTY
010900     IF LI-LINEN-ITEM
010910         AND LI-ISSUED-QTY > LI-RETURNED-QTY
010920         COMPUTE WS-NOT-BACK-QTY = LI-ISSUED-QTY - LI-RETURNED-QTY
010930     END-IF
010940     COMPUTE WS-NOT-BACK-VALUE = WS-NOT-BACK-QTY * LI-UNIT-COST
010950     MOVE LI-PROPERTY-CODE TO WSD-PROPERTY-CODE
010960     MOVE LI-ITEM-CODE TO WSD-ITEM-CODE
010970     MOVE LI-ITEM-DESCRIPTION TO WSD-DESCRIPTION
010980     MOVE LI-ON-HAND-QTY TO WSD-BOOK-QTY
010990     MOVE WS-TRAN-QUANTITY TO WSD-COUNTED-QTY
011000     MOVE WS-VARIANCE-QTY TO WSD-VARIANCE-QTY
011010     MOVE WS-VARIANCE-VALUE TO WSD-VARIANCE-VALUE
011020     MOVE WS-NOT-BACK-QTY TO WSD-NOT-BACK-QTY
011030     IF LI-LAST-COUNT-DATE = ZERO
011040         MOVE 'ITEM ADD' TO WSA-SINCE-DATE
011050     ELSE
011060         MOVE LI-LAST-COUNT-DATE TO WSA-SINCE-DATE
011070     END-IF
011080     MOVE LI-LAST-COUNT-QTY TO WSA-OPENING-QTY
011090     MOVE LI-RECEIVED-QTY TO WSA-RECEIVED-QTY
011100     MOVE LI-ISSUED-QTY TO WSA-ISSUED-QTY
011110     MOVE LI-RETURNED-QTY TO WSA-RETURNED-QTY
011120     MOVE WS-TRAN-QUANTITY TO LI-ON-HAND-QTY
011130     MOVE WS-RUN-DATE TO LI-LAST-COUNT-DATE
011140     MOVE WS-TRAN-QUANTITY TO LI-LAST-COUNT-QTY
011150     MOVE ZERO TO LI-RECEIVED-QTY
011160     MOVE ZERO TO LI-ISSUED-QTY
011170     MOVE ZERO TO LI-RETURNED-QTY
011180     REWRITE LINEN-INVENTORY-RECORD
011190         INVALID KEY
011200             MOVE 'REJECTED - MASTER REWRITE FAILED' TO WAD-RESULT
011210             PERFORM 7100-REJECT-TRANSACTION THRU 7100-EXIT
011220             GO TO 4700-EXIT
011230     END-REWRITE
011240     WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-DETAIL
011250     WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-ACTIVITY
011260     MOVE LI-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
011270     PERFORM 7500-FIND-PROPERTY THRU 7500-EXIT
011280     IF PROPERTY-FOUND
011290         ADD 1 TO PT-COUNT-CTR (WS-PRP-IDX)
011300         ADD WS-VARIANCE-VALUE TO PT-SHRINK-VALUE (WS-PRP-IDX)
011310         ADD WS-NOT-BACK-VALUE TO PT-NOT-BACK-VALUE (WS-PRP-IDX)
011320     END-IF
011330     ADD WS-VARIANCE-VALUE TO WS-GRAND-SHRINK-VALUE
011340     ADD WS-NOT-BACK-VALUE TO WS-GRAND-NOT-BACK-VALUE
011350     ADD 1 TO WS-COUNT-CTR
011360     MOVE 'COUNTED - SEE SHRINKAGE REPORT' TO WAD-RESULT
011370     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
011380 4700-EXIT.
011390     EXIT.
011400
011410*==================================================================*
011420*  5000-LOAD-FORECAST-DEMAND - EACH FORECAST DAY AFTER THE RUN     *
011430*  DATE, UP TO THE HORIZON, PRICED AT THE CONSUMPTION FACTORS.     *
011440*  A DAY WITH A PROPERTY CODE IS THAT PROPERTY'S DEMAND; A BLANK   *
011450*  ONE IS EVERY PROPERTY'S.                                        *
011460*==================================================================*
011470 5000-LOAD-FORECAST-DEMAND.
011480     IF NOT FORECAST-AVAILABLE
011490         GO TO 5000-EXIT
011500     END-IF
011510     PERFORM 5100-READ-FORECAST-RECORD THRU 5100-EXIT
011520     PERFORM 5200-PRICE-ONE-FORECAST-DAY THRU 5200-EXIT
011530         UNTIL END-OF-FORECAST-FILE
011540     CLOSE FORECAST-INPUT-FILE.
011550 5000-EXIT.
011560     EXIT.
011570
011580 5100-READ-FORECAST-RECORD.
011590     READ FORECAST-INPUT-FILE
011600         AT END SET END-OF-FORECAST-FILE TO TRUE
011610     END-READ.
011620 5100-EXIT.
011630     EXIT.
011640
011650 5200-PRICE-ONE-FORECAST-DAY.
011660     IF FC-FORECAST-DATE IS NOT NUMERIC
011670         OR FC-DEPARTURE-COUNT IS NOT NUMERIC
011680         OR FC-STAY-OVER-COUNT IS NOT NUMERIC
011690         GO TO 5200-NEXT
011700     END-IF
011710     IF FC-FORECAST-DATE NOT > WS-RUN-DATE
011720         OR FC-FORECAST-DATE > WS-HORIZON-DATE
011730         GO TO 5200-NEXT
011740     END-IF
011750     ADD 1 TO WS-FORECAST-DAY-CTR
011760     IF FC-PROPERTY-CODE = SPACES
011770         COMPUTE WS-ALL-SHEETS = WS-ALL-SHEETS
011780             + FC-DEPARTURE-COUNT * WS-DEPARTURE-SHEETS
011790             + FC-STAY-OVER-COUNT * WS-STAY-OVER-SHEETS
011800         COMPUTE WS-ALL-TOWELS = WS-ALL-TOWELS
011810             + FC-DEPARTURE-COUNT * WS-DEPARTURE-TOWELS
011820             + FC-STAY-OVER-COUNT * WS-STAY-OVER-TOWELS
011830         COMPUTE WS-ALL-KITS = WS-ALL-KITS
011840             + FC-DEPARTURE-COUNT * WS-DEPARTURE-KITS
011850             + FC-STAY-OVER-COUNT * WS-STAY-OVER-KITS
011860         GO TO 5200-NEXT
011870     END-IF
011880     MOVE FC-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
011890     PERFORM 7500-FIND-PROPERTY THRU 7500-EXIT
011900     IF NOT PROPERTY-FOUND
011910         GO TO 5200-NEXT
011920     END-IF
011930     COMPUTE PT-DEMAND-SHEETS (WS-PRP-IDX) =
011940         PT-DEMAND-SHEETS (WS-PRP-IDX)
011950         + FC-DEPARTURE-COUNT * WS-DEPARTURE-SHEETS
011960         + FC-STAY-OVER-COUNT * WS-STAY-OVER-SHEETS
011970     COMPUTE PT-DEMAND-TOWELS (WS-PRP-IDX) =
011980         PT-DEMAND-TOWELS (WS-PRP-IDX)
011990         + FC-DEPARTURE-COUNT * WS-DEPARTURE-TOWELS
012000         + FC-STAY-OVER-COUNT * WS-STAY-OVER-TOWELS
012010     COMPUTE PT-DEMAND-KITS (WS-PRP-IDX) =
012020         PT-DEMAND-KITS (WS-PRP-IDX)
012030         + FC-DEPARTURE-COUNT * WS-DEPARTURE-KITS
012040         + FC-STAY-OVER-COUNT * WS-STAY-OVER-KITS.
012050 5200-NEXT.
012060     PERFORM 5100-READ-FORECAST-RECORD THRU 5100-EXIT.
012070 5200-EXIT.
012080     EXIT.
012090
012100*==================================================================*
012110*  6000-WRITE-REORDER-REPORT - BROWSE THE WHOLE MASTER, STOPPING   *
012115*  AT THE CONTROL RECORD, WHICH SORTS LAST.  AN ITEM               *
012120*  ON THE PICK LIST CARRIES ITS CLASS'S FORECAST DEMAND - ONLY     *
012126*  THE FIRST ITEM OF EACH CLASS AT A PROPERTY, AS THAT IS THE ONE  *
012132*  THE PICK LIST ISSUES FROM.  ANY ITEM WHOSE STOCK LESS ITS       *
012138*  DEMAND IS BELOW PAR IS ORDERED BACK UP TO PAR, ROUNDED UP TO    *
012144*  WHOLE ORDER MULTIPLES.                                          *
012150*==================================================================*
012160 6000-WRITE-REORDER-REPORT.
012170     MOVE 'N' TO WS-INVENTORY-EOF-SWITCH
012180     MOVE SPACES TO WS-CURRENT-PROPERTY
012185     MOVE SPACES TO WS-DEMAND-PROPERTY
012190     MOVE LOW-VALUES TO LI-INVENTORY-KEY
012200     START LINEN-INVENTORY-FILE
012210         KEY IS NOT LESS THAN LI-INVENTORY-KEY
012220         INVALID KEY SET END-OF-INVENTORY-FILE TO TRUE
012230     END-START
012240     IF NOT END-OF-INVENTORY-FILE
012250         PERFORM 6100-READ-NEXT-INVENTORY THRU 6100-EXIT
012260     END-IF
012270     PERFORM 6200-CHECK-ONE-ITEM THRU 6200-EXIT
012280         UNTIL END-OF-INVENTORY-FILE
012290     IF WS-REORDER-CTR = ZERO
012300         MOVE SPACES TO REORDER-REPORT-LINE
012310         WRITE REORDER-REPORT-LINE
012320         MOVE 'NO ITEM BELOW PAR' TO REORDER-REPORT-LINE
012330         WRITE REORDER-REPORT-LINE
012340     END-IF.
012350 6000-EXIT.
012360     EXIT.
012370
012380 6100-READ-NEXT-INVENTORY.
012390     READ LINEN-INVENTORY-FILE NEXT RECORD
012400         AT END SET END-OF-INVENTORY-FILE TO TRUE
012401     END-READ
012402     IF NOT END-OF-INVENTORY-FILE
012403         AND LI-CONTROL-RECORD
012404         SET END-OF-INVENTORY-FILE TO TRUE
012405     END-IF.
012420 6100-EXIT.
012430     EXIT.
012440
012450 6200-CHECK-ONE-ITEM.
012460     MOVE ZERO TO WS-ITEM-DEMAND
012461     IF LI-PROPERTY-CODE NOT = WS-DEMAND-PROPERTY
012462         MOVE LI-PROPERTY-CODE TO WS-DEMAND-PROPERTY
012463         MOVE 'N' TO WS-SHEETS-DEMAND-SWITCH
012464         MOVE 'N' TO WS-TOWELS-DEMAND-SWITCH
012465         MOVE 'N' TO WS-KITS-DEMAND-SWITCH
012466     END-IF
012470     IF LI-NOT-ON-PICK-LIST
012480         GO TO 6210-PROJECT-STOCK
012490     END-IF
012500     MOVE LI-PROPERTY-CODE TO WS-LOOKUP-PROPERTY
012510     PERFORM 7500-FIND-PROPERTY THRU 7500-EXIT
012520     IF LI-PICK-SHEETS
012523         AND NOT SHEETS-DEMAND-TAKEN
012526         SET SHEETS-DEMAND-TAKEN TO TRUE
012530         MOVE WS-ALL-SHEETS TO WS-ITEM-DEMAND
012540         IF PROPERTY-FOUND
012550             ADD PT-DEMAND-SHEETS (WS-PRP-IDX) TO WS-ITEM-DEMAND
012560         END-IF
012570     END-IF
012580     IF LI-PICK-TOWELS
012583         AND NOT TOWELS-DEMAND-TAKEN
012586         SET TOWELS-DEMAND-TAKEN TO TRUE
012590         MOVE WS-ALL-TOWELS TO WS-ITEM-DEMAND
012600         IF PROPERTY-FOUND
012610             ADD PT-DEMAND-TOWELS (WS-PRP-IDX) TO WS-ITEM-DEMAND
012620         END-IF
012630     END-IF
012640     IF LI-PICK-AMENITY-KITS
012643         AND NOT KITS-DEMAND-TAKEN
012646         SET KITS-DEMAND-TAKEN TO TRUE
012650         MOVE WS-ALL-KITS TO WS-ITEM-DEMAND
012660         IF PROPERTY-FOUND
012670             ADD PT-DEMAND-KITS (WS-PRP-IDX) TO WS-ITEM-DEMAND
012680         END-IF
012690     END-IF.
012700 6210-PROJECT-STOCK.
012710     COMPUTE WS-PROJECTED-QTY = LI-ON-HAND-QTY - WS-ITEM-DEMAND
012720     IF WS-PROJECTED-QTY NOT < LI-PAR-LEVEL
012730         GO TO 6200-NEXT
012740     END-IF
012750     COMPUTE WS-ORDER-QTY = LI-PAR-LEVEL - WS-PROJECTED-QTY
012760     IF LI-ORDER-MULTIPLE > 1
012770         DIVIDE WS-ORDER-QTY BY LI-ORDER-MULTIPLE
012780             GIVING WS-ORDER-PACKS
012790             REMAINDER WS-ORDER-REMAINDER
012800         IF WS-ORDER-REMAINDER > ZERO
012810             ADD 1 TO WS-ORDER-PACKS
012820         END-IF
012830         COMPUTE WS-ORDER-QTY = WS-ORDER-PACKS * LI-ORDER-MULTIPLE
012840     END-IF
012850     IF LI-PROPERTY-CODE NOT = WS-CURRENT-PROPERTY
012860         AND WS-REORDER-CTR > ZERO
012870         MOVE SPACES TO REORDER-REPORT-LINE
012880         WRITE REORDER-REPORT-LINE
012890     END-IF
012900     MOVE LI-PROPERTY-CODE TO WS-CURRENT-PROPERTY
012910     MOVE LI-PROPERTY-CODE TO WRD-PROPERTY-CODE
012920     MOVE LI-ITEM-CODE TO WRD-ITEM-CODE
012930     MOVE LI-ITEM-DESCRIPTION TO WRD-DESCRIPTION
012940     MOVE LI-ON-HAND-QTY TO WRD-ON-HAND-QTY
012950     MOVE WS-ITEM-DEMAND TO WRD-DEMAND-QTY
012960     MOVE WS-PROJECTED-QTY TO WRD-PROJECTED-QTY
012970     MOVE LI-PAR-LEVEL TO WRD-PAR-LEVEL
012980     MOVE WS-ORDER-QTY TO WRD-ORDER-QTY
012990     WRITE REORDER-REPORT-LINE FROM WS-REORDER-DETAIL
013000     ADD 1 TO WS-REORDER-CTR.
013010 6200-NEXT.
013020     PERFORM 6100-READ-NEXT-INVENTORY THRU 6100-EXIT.
013030 6200-EXIT.
013040     EXIT.
013050
013060 7000-WRITE-AUDIT-LINE.
013070     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-DETAIL.
013080 7000-EXIT.
013090     EXIT.
013100
013110 7100-REJECT-TRANSACTION.
013120     ADD 1 TO WS-REJECT-CTR
013130     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
013140 7100-EXIT.
013150     EXIT.
013160
013170*----------------------------------------------------------------*
013180*  7500-FIND-PROPERTY - LEAVES WS-PRP-IDX ON THE PROPERTY IN      *
013190*  WS-LOOKUP-PROPERTY, ADDING IT WHEN THERE IS ROOM.              *
013200*----------------------------------------------------------------*
013210 7500-FIND-PROPERTY.
013220     MOVE 'N' TO WS-PROPERTY-FOUND-SWITCH
013230     PERFORM 7510-MATCH-ONE-PROPERTY THRU 7510-EXIT
013240         VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
013250         UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
013260         OR PROPERTY-FOUND
013270     IF PROPERTY-FOUND
013280         GO TO 7500-EXIT
013290     END-IF
013300     IF WS-PROPERTY-COUNT NOT < 20
013310         DISPLAY 'STOREROOM WARNING -- PROPERTY '
013320             WS-LOOKUP-PROPERTY
013330             ' DROPPED -- PROPERTY TABLE IS FULL AT 20 ENTRIES'
013340         GO TO 7500-EXIT
013350     END-IF
013360     ADD 1 TO WS-PROPERTY-COUNT
013370     SET WS-PRP-IDX TO WS-PROPERTY-COUNT
013380     MOVE WS-LOOKUP-PROPERTY TO PT-PROPERTY-CODE (WS-PRP-IDX)
013390     MOVE ZERO TO PT-ISSUE-SHEETS (WS-PRP-IDX)
013400     MOVE ZERO TO PT-ISSUE-TOWELS (WS-PRP-IDX)
013410     MOVE ZERO TO PT-ISSUE-KITS (WS-PRP-IDX)
013420     MOVE 'N' TO PT-SHEETS-POSTED (WS-PRP-IDX)
013430     MOVE 'N' TO PT-TOWELS-POSTED (WS-PRP-IDX)
013440     MOVE 'N' TO PT-KITS-POSTED (WS-PRP-IDX)
013450     MOVE ZERO TO PT-DEMAND-SHEETS (WS-PRP-IDX)
013460     MOVE ZERO TO PT-DEMAND-TOWELS (WS-PRP-IDX)
013470     MOVE ZERO TO PT-DEMAND-KITS (WS-PRP-IDX)
013480     MOVE ZERO TO PT-COUNT-CTR (WS-PRP-IDX)
013490     MOVE ZERO TO PT-SHRINK-VALUE (WS-PRP-IDX)
013500     MOVE ZERO TO PT-NOT-BACK-VALUE (WS-PRP-IDX)
013510     SET PROPERTY-FOUND TO TRUE.
013520 7500-EXIT.
013530     EXIT.
013540
013550 7510-MATCH-ONE-PROPERTY.
013560     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
013570     IF PT-PROPERTY-CODE (WS-PRP-IDX) = WS-LOOKUP-PROPERTY
013580         SET PROPERTY-FOUND TO TRUE
013590     END-IF.
013600 7510-EXIT.
013610     EXIT.
013620
013630*==================================================================*
013640*  8000-WRITE-TOTALS - SHRINKAGE BY PROPERTY AND IN ALL, THEN THE  *
013650*  AUDIT COUNTS.                                                   *
013660*==================================================================*
013670 8000-WRITE-TOTALS.
013680     MOVE SPACES TO SHRINKAGE-REPORT-LINE
013690     WRITE SHRINKAGE-REPORT-LINE
013700     IF WS-COUNT-CTR = ZERO
013710         MOVE 'NO PHYSICAL COUNTS TODAY' TO SHRINKAGE-REPORT-LINE
013720         WRITE SHRINKAGE-REPORT-LINE
013730     ELSE
013740         PERFORM 8100-WRITE-PROPERTY-SHRINK THRU 8100-EXIT
013750             VARYING WS-PROPERTY-SUBSCRIPT FROM 1 BY 1
013760             UNTIL WS-PROPERTY-SUBSCRIPT > WS-PROPERTY-COUNT
013770         MOVE SPACES TO WS-SHRINK-TOTAL-LINE
013780         MOVE 'ALL PROPERTIES' TO WST-LABEL
013790         MOVE WS-COUNT-CTR TO WST-COUNT-CTR
013800         MOVE WS-GRAND-SHRINK-VALUE TO WST-SHRINK-VALUE
013810         MOVE WS-GRAND-NOT-BACK-VALUE TO WST-NOT-BACK-VALUE
013820         WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-TOTAL-LINE
013830     END-IF
013840     MOVE SPACES TO AUDIT-REPORT-LINE
013850     WRITE AUDIT-REPORT-LINE
013860     MOVE SPACES TO WS-AUDIT-TOTAL-LINE
013870     MOVE 'PICK-LIST SECTIONS READ' TO WAT-LABEL
013880     MOVE WS-PICK-READ-CTR TO WAT-COUNT
013890     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
013900     MOVE 'ITEMS ISSUED' TO WAT-LABEL
013910     MOVE WS-ISSUE-CTR TO WAT-COUNT
013920     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
013930     MOVE 'ISSUES ALREADY TAKEN' TO WAT-LABEL
013940     MOVE WS-ALREADY-ISSUED-CTR TO WAT-COUNT
013950     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
013960     MOVE 'ITEMS ADDED' TO WAT-LABEL
013970     MOVE WS-ADD-CTR TO WAT-COUNT
013980     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
013990     MOVE 'ITEMS CHANGED' TO WAT-LABEL
014000     MOVE WS-CHANGE-CTR TO WAT-COUNT
014010     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014020     MOVE 'ITEMS DELETED' TO WAT-LABEL
014030     MOVE WS-DELETE-CTR TO WAT-COUNT
014040     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014050     MOVE 'RECEIPTS' TO WAT-LABEL
014060     MOVE WS-RECEIPT-CTR TO WAT-COUNT
014070     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014080     MOVE 'LAUNDRY RETURNS' TO WAT-LABEL
014090     MOVE WS-LAUNDRY-CTR TO WAT-COUNT
014100     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014110     MOVE 'PHYSICAL COUNTS' TO WAT-LABEL
014120     MOVE WS-COUNT-CTR TO WAT-COUNT
014130     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014140     MOVE 'REJECTS' TO WAT-LABEL
014150     MOVE WS-REJECT-CTR TO WAT-COUNT
014160     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014170     MOVE 'FORECAST DAYS PRICED' TO WAT-LABEL
014180     MOVE WS-FORECAST-DAY-CTR TO WAT-COUNT
014190     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
014200     MOVE 'ITEMS TO REORDER' TO WAT-LABEL
014210     MOVE WS-REORDER-CTR TO WAT-COUNT
014220     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE.
014230 8000-EXIT.
014240     EXIT.
014250
014260 8100-WRITE-PROPERTY-SHRINK.
014270     SET WS-PRP-IDX TO WS-PROPERTY-SUBSCRIPT
014280     IF PT-COUNT-CTR (WS-PRP-IDX) = ZERO
014290         GO TO 8100-EXIT
014300     END-IF
014310     MOVE SPACES TO WS-SHRINK-TOTAL-LINE
014320     MOVE 'PROPERTY TOTAL' TO WST-LABEL
014330     MOVE PT-PROPERTY-CODE (WS-PRP-IDX) TO WST-PROPERTY-CODE
014340     MOVE PT-COUNT-CTR (WS-PRP-IDX) TO WST-COUNT-CTR
014350     MOVE PT-SHRINK-VALUE (WS-PRP-IDX) TO WST-SHRINK-VALUE
014360     MOVE PT-NOT-BACK-VALUE (WS-PRP-IDX) TO WST-NOT-BACK-VALUE
014370     WRITE SHRINKAGE-REPORT-LINE FROM WS-SHRINK-TOTAL-LINE.
014380 8100-EXIT.
014390     EXIT.
014400
014410*==================================================================*
014420*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
014430*==================================================================*
014440 9000-TERMINATE.
014450     CLOSE LINEN-INVENTORY-FILE
014460     CLOSE AUDIT-REPORT-FILE
014470     CLOSE SHRINKAGE-REPORT-FILE
014480     CLOSE REORDER-REPORT-FILE.
014490 9000-EXIT.
014500     EXIT.
014510
014520*----------------------------------------------------------------*
014530*  9600-FILE-OPEN-ERROR-ROUTINE - NAME THE FILE AND STOP CLEANLY  *
014540*  BEFORE ANY STOCK IS MOVED.                                     *
014550*----------------------------------------------------------------*
014560 9600-FILE-OPEN-ERROR-ROUTINE.
014570     DISPLAY 'STOREROOM FILE ERROR -- UNABLE TO OPEN '
014580         WS-BAD-FILE-NAME
014590     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
014600         'CORRECTLY NAMED AND RESUBMIT'
014610     GO TO 9999-EXIT.
014620 9600-EXIT.
014630     EXIT.
014640
014650 9999-EXIT.
014660     STOP RUN.
