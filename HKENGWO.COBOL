000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKENGWO.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------  *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - ENGINEERING WORK-ORDER      *
000130*                  INTERFACE, RUN AHEAD OF THE DAILY BOARD.       *
000140*                  CLOSES THE OPEN ORDERS ON ENGINEERING'S        *
000150*                  COMPLETION FILE, OPENS AN ORDER ON THE         *
000160*                  INDEXED WORK-ORDER FILE FOR EVERY INSPECTION   *
000170*                  FAIL WITH A MAINTENANCE DEFECT AND EVERY NEW   *
000180*                  OUT-OF-ORDER ROOM ON THE FRONT-OFFICE EXPORT,  *
000190*                  AND COPIES THE EXPORT TO THE SERVICE BOARD     *
000200*                  WITH EVERY COMPLETED 'O' ROOM BACK IN SERVICE  *
000210*                  AS A 'D' CLEAN.  NEW ORDERS GO TO ENGINEERING  *
000220*                  ON THE ENGORDRS EXTRACT.  THE AGING REPORT     *
000230*                  LISTS EVERY ROOM STILL OUT OF ORDER LONGER     *
000240*                  THAN THE CONTROL-CARD DAY LIMIT.  POINT THE    *
000250*                  NEXT STEP'S ROOMSTAT AT THE SERVICE BOARD.     *
000251*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000252*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000253*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000254*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000255*                  A RERUN OVERRIDE FOR IT.                       *
000256*  10/15/2026 MRD  SAFE TO RERUN FOR THE SAME BUSINESS DATE - A   *
000257*                  COMPLETION WHOSE ORDER THE FIRST RUN ALREADY   *
000258*                  CLOSED STILL RETURNS THE ROOM TO SERVICE       *
000259*                  INSTEAD OF OPENING A NEW 'O' ORDER FOR IT.     *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT WORK-ORDER-FILE
000360         ASSIGN TO WORKORD
000370         ORGANIZATION IS INDEXED
000380         ACCESS IS DYNAMIC
000390         RECORD KEY IS WO-ORDER-KEY
000400         FILE STATUS IS WS-WORK-ORDER-KEY.
000410
000420     SELECT COMPLETION-FILE
000430         ASSIGN TO ENGCOMP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-COMPLETION-KEY.
000460
000470     SELECT ASSIGNMENT-EXTRACT-FILE
000480         ASSIGN TO ASNEXTF
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000510
000520     SELECT INSPECTION-FILE
000530         ASSIGN TO INSPECTS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-INSPECTION-KEY.
000560
000570     SELECT ROOM-STATUS-FILE
000580         ASSIGN TO ROOMSTAT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ROOM-STATUS-KEY.
000610
000620     SELECT SERVICE-BOARD-FILE
000630         ASSIGN TO SVCBOARD
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SERVICE-BOARD-KEY.
000660
000670     SELECT NEW-ORDER-FILE
000680         ASSIGN TO ENGORDRS
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-NEW-ORDER-KEY.
000710
000720     SELECT WORK-ORDER-REPORT-FILE
000730         ASSIGN TO ENGWORPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-WORK-ORDER-RPT-KEY.
000760
000761     SELECT BUSINESS-DATE-FILE
000762         ASSIGN TO BUSDATE
000763         ORGANIZATION IS LINE SEQUENTIAL
000764         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000765
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  WORK-ORDER-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY WRKORD.
000820
000830 FD  COMPLETION-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ENGCMP.
000860
000870 FD  ASSIGNMENT-EXTRACT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ASNEXT.
000900
000910 FD  INSPECTION-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY HKINSP.
000940
000950 FD  ROOM-STATUS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY ROOMREC.
000980
000990 FD  SERVICE-BOARD-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY ROOMREC REPLACING
001020     ==ROOM-STATUS-RECORD== BY ==SERVICE-BOARD-RECORD==
001030     LEADING ==RS== BY ==SB==.
001040
001050 FD  NEW-ORDER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY WRKORD REPLACING
001080     ==WORK-ORDER-RECORD== BY ==NEW-ORDER-RECORD==
001090     LEADING ==WO== BY ==NO==.
001100
001110 FD  WORK-ORDER-REPORT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  WORK-ORDER-REPORT-LINE       PIC X(80).
001140
001142 FD  BUSINESS-DATE-FILE
001144     LABEL RECORDS ARE STANDARD.
001146 COPY BUSDTE.
001148
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------*
001170*  FILE STATUS KEYS AND SWITCHES                                  *
001180*----------------------------------------------------------------*
001190 01  WS-FILE-STATUS-KEYS.
001200     05  WS-WORK-ORDER-KEY         PIC X(02) VALUE SPACES.
001210         88  WORK-ORDER-FILE-OK            VALUE '00'.
001220         88  WORK-ORDER-FILE-NOT-FOUND     VALUE '35'.
001230         88  WORK-ORDER-MISSING            VALUES '23' '35'.
001240     05  WS-COMPLETION-KEY         PIC X(02) VALUE SPACES.
001250         88  COMPLETION-FILE-OK            VALUE '00'.
001260     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
001270         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
001280     05  WS-INSPECTION-KEY         PIC X(02) VALUE SPACES.
001290         88  INSPECTION-FILE-OK            VALUE '00'.
001300     05  WS-ROOM-STATUS-KEY        PIC X(02) VALUE SPACES.
001310         88  ROOM-STATUS-FILE-OK           VALUE '00'.
001320     05  WS-SERVICE-BOARD-KEY      PIC X(02) VALUE SPACES.
001330     05  WS-NEW-ORDER-KEY          PIC X(02) VALUE SPACES.
001340     05  WS-WORK-ORDER-RPT-KEY     PIC X(02) VALUE SPACES.
001343     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
001346         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
001350
001360 01  WS-SWITCHES.
001370     05  WS-COMPLETION-EOF-SWITCH  PIC X(01) VALUE 'N'.
001380         88  END-OF-COMPLETION-FILE        VALUE 'Y'.
001390     05  WS-ASSIGN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001400         88  END-OF-ASSIGN-FILE            VALUE 'Y'.
001410     05  WS-INSPECT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001420         88  END-OF-INSPECTION-FILE        VALUE 'Y'.
001430     05  WS-BOARD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001440         88  END-OF-BOARD-FILE             VALUE 'Y'.
001450     05  WS-ORDER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001460         88  END-OF-WORK-ORDERS            VALUE 'Y'.
001470     05  WS-ROOM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001480         88  BOARD-ROOM-FOUND              VALUE 'Y'.
001490     05  WS-RETURN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001500         88  ROOM-RETURNED-TODAY           VALUE 'Y'.
001510     05  WS-COMPLETIONS-SWITCH     PIC X(01) VALUE 'N'.
001520         88  COMPLETIONS-AVAILABLE         VALUE 'Y'.
001530     05  WS-INSPECTIONS-SWITCH     PIC X(01) VALUE 'N'.
001540         88  INSPECTIONS-AVAILABLE         VALUE 'Y'.
001550
001560*----------------------------------------------------------------*
001570*  CONTROL CARD - AGING LIMIT IN DAYS IN COLUMNS 1-3.  A ROOM     *
001580*  STILL OUT OF ORDER LONGER THAN THIS PRINTS ON THE AGING        *
001590*  REPORT.                                                        *
001600*----------------------------------------------------------------*
001610 01  WS-CONTROL-CARD.
001620     05  CC-AGING-DAYS             PIC 9(03).
001630     05  FILLER                    PIC X(77).
001640
001650 77  WS-AGING-DAYS                PIC 9(03)     COMP VALUE 3.
001660
001670*----------------------------------------------------------------*
001680*  STANDALONE COUNTERS AND WORK FIELDS                            *
001690*----------------------------------------------------------------*
001700 77  WS-ROOM-COUNT                PIC 9(03)     COMP VALUE ZERO.
001710 77  WS-ROOM-SUBSCRIPT            PIC 9(03)     COMP VALUE ZERO.
001720 77  WS-RETURN-COUNT              PIC 9(03)     COMP VALUE ZERO.
001730 77  WS-RETURN-SUBSCRIPT          PIC 9(03)     COMP VALUE ZERO.
001740 77  WS-COMPLETION-CTR            PIC 9(05)     COMP VALUE ZERO.
001750 77  WS-CLOSED-CTR                PIC 9(05)     COMP VALUE ZERO.
001760 77  WS-COMPLETION-REJECT-CTR     PIC 9(05)     COMP VALUE ZERO.
001765 77  WS-ALREADY-CLOSED-CTR        PIC 9(05)     COMP VALUE ZERO.
001770 77  WS-DEFECT-FAIL-CTR           PIC 9(05)     COMP VALUE ZERO.
001780 77  WS-INSPECTION-REJECT-CTR     PIC 9(05)     COMP VALUE ZERO.
001790 77  WS-INSPECTION-ORDER-CTR      PIC 9(05)     COMP VALUE ZERO.
001800 77  WS-OUT-OF-ORDER-CTR          PIC 9(05)     COMP VALUE ZERO.
001810 77  WS-BOARD-ORDER-CTR           PIC 9(05)     COMP VALUE ZERO.
001820 77  WS-ALREADY-OPEN-CTR          PIC 9(05)     COMP VALUE ZERO.
001830 77  WS-RETURNED-CTR              PIC 9(05)     COMP VALUE ZERO.
001840 77  WS-OPEN-ORDER-CTR            PIC 9(05)     COMP VALUE ZERO.
001850 77  WS-AGED-CTR                  PIC 9(05)     COMP VALUE ZERO.
001860 77  WS-DAYS-OPEN                 PIC 9(08)     COMP VALUE ZERO.
001870 77  WS-RUN-SERIAL                PIC 9(08)     COMP VALUE ZERO.
001880 77  WS-AS-OF-SERIAL              PIC 9(08)     COMP VALUE ZERO.
001890 77  WS-OPENED-SERIAL             PIC 9(08)     COMP VALUE ZERO.
001900
001910*----------------------------------------------------------------*
001920*  DATE WORK FIELDS - DAY SERIAL BY THE SAME STEPWISE INTEGER     *
001930*  DIVIDES THE HISTORY RUN USES, SO TWO DATES SUBTRACT TO DAYS.   *
001940*----------------------------------------------------------------*
001950 01  WS-DATE-BREAKDOWN.
001960     05  WS-SERIAL-DATE            PIC 9(08).
001970     05  FILLER REDEFINES WS-SERIAL-DATE.
001980         10  WS-SERIAL-YEAR        PIC 9(04).
001990         10  WS-SERIAL-MONTH       PIC 9(02).
002000         10  WS-SERIAL-DAY         PIC 9(02).
002010
002020 77  WS-ZELLER-YEAR               PIC 9(05)     COMP VALUE ZERO.
002030 77  WS-ZELLER-MONTH              PIC 9(03)     COMP VALUE ZERO.
002040 77  WS-ZELLER-TERM               PIC 9(07)     COMP VALUE ZERO.
002050 77  WS-ZELLER-QUARTER            PIC 9(05)     COMP VALUE ZERO.
002060 77  WS-ZELLER-CENTURY            PIC 9(05)     COMP VALUE ZERO.
002070 77  WS-ZELLER-QUADCENT           PIC 9(05)     COMP VALUE ZERO.
002080 77  WS-DAY-SERIAL                PIC 9(08)     COMP VALUE ZERO.
002090
002100 01  WS-DATE-TIME-FIELDS.
002110     05  WS-RUN-DATE               PIC 9(08).
002120
002130*----------------------------------------------------------------*
002140*  BOARD ROOM TABLE - YESTERDAY'S ASSIGNED ROOMS WITH PROPERTY    *
002150*  AND TYPE, SO AN INSPECTION FAIL (WHICH CARRIES ONLY THE ROOM   *
002160*  NUMBER) OPENS ITS ORDER UNDER THE RIGHT PROPERTY.              *
002170*----------------------------------------------------------------*
002180 01  WS-ROOM-TABLE.
002190     05  WS-ROOM-ENTRY OCCURS 500 TIMES
002200         INDEXED BY WS-ROOM-IDX.
002210         10  RT-ROOM-NUMBER            PIC X(04).
002220         10  RT-PROPERTY-CODE          PIC X(04).
002230         10  RT-ROOM-TYPE              PIC X(02).
002240
002250*----------------------------------------------------------------*
002260*  RETURNED ROOM TABLE - EVERY PROPERTY/ROOM WHOSE ORDER CLOSED   *
002270*  ON THIS RUN.  THE BOARD COPY PUTS THESE BACK IN SERVICE.       *
002280*----------------------------------------------------------------*
002290 01  WS-RETURN-TABLE.
002300     05  WS-RETURN-ENTRY OCCURS 500 TIMES
002310         INDEXED BY WS-RTN-IDX.
002320         10  RN-PROPERTY-CODE          PIC X(04).
002330         10  RN-ROOM-NUMBER            PIC X(04).
002340
002350 01  WS-ERROR-MESSAGE-FIELDS.
002360     05  WS-BAD-FILE-NAME          PIC X(30).
002370
002380*----------------------------------------------------------------*
002390*  REPORT LINE LAYOUTS                                            *
002400*----------------------------------------------------------------*
002410 01  WS-TITLE-LINE.
002420     05  FILLER                    PIC X(36) VALUE
002430         'ENGINEERING WORK ORDERS -- RUN DATE '.
002440     05  WTL-RUN-DATE              PIC 9(08).
002450     05  FILLER                    PIC X(12) VALUE ' AGING OVER '.
002460     05  WTL-AGING-DAYS            PIC ZZ9.
002470     05  FILLER                    PIC X(05) VALUE ' DAYS'.
002480     05  FILLER                    PIC X(16) VALUE SPACES.
002490
002500 01  WS-AGING-HEADING.
002510     05  FILLER                    PIC X(29) VALUE
002520         'ROOMS OUT OF ORDER MORE THAN '.
002530     05  WAH-AGING-DAYS            PIC ZZ9.
002540     05  FILLER                    PIC X(05) VALUE ' DAYS'.
002550     05  FILLER                    PIC X(43) VALUE SPACES.
002560
002570 01  WS-ACTIVITY-LINE.
002580     05  WAL-ACTION                PIC X(08).
002590     05  FILLER                    PIC X(02) VALUE SPACES.
002600     05  WAL-PROPERTY-CODE         PIC X(04).
002610     05  FILLER                    PIC X(02) VALUE SPACES.
002620     05  WAL-ROOM-NUMBER           PIC X(04).
002630     05  FILLER                    PIC X(02) VALUE SPACES.
002640     05  WAL-ROOM-TYPE             PIC X(02).
002650     05  FILLER                    PIC X(02) VALUE SPACES.
002660     05  WAL-SOURCE                PIC X(10).
002670     05  FILLER                    PIC X(02) VALUE SPACES.
002680     05  WAL-DEFECT-CODE           PIC X(02).
002690     05  FILLER                    PIC X(08) VALUE ' OPENED '.
002700     05  WAL-OPENED-DATE           PIC 9(08).
002710     05  FILLER                    PIC X(06) VALUE ' DAYS '.
002720     05  WAL-DAYS-OPEN             PIC ZZZZ9.
002730     05  FILLER                    PIC X(13) VALUE SPACES.
002740
002750 01  WS-TOTAL-LINE.
002760     05  WT-LABEL                  PIC X(18).
002770     05  WT-COUNT                  PIC ZZZZ9.
002780     05  FILLER                    PIC X(57) VALUE SPACES.
002790
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002830     PERFORM 2000-APPLY-COMPLETIONS THRU 2000-EXIT
002840     PERFORM 3000-LOAD-ASSIGNMENTS THRU 3000-EXIT
002850     PERFORM 4000-PROCESS-INSPECTIONS THRU 4000-EXIT
002860     PERFORM 5000-COPY-BOARD-EXPORT THRU 5000-EXIT
002870     PERFORM 6000-WRITE-AGING-REPORT THRU 6000-EXIT
002880     PERFORM 8000-WRITE-WORK-ORDER-TOTALS THRU 8000-EXIT
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT
002900     GO TO 9999-EXIT.
002910
002920*==================================================================*
002930*  1000-INITIALIZE - CONTROL CARD, FILES, TITLE AND TODAY'S DAY    *
002940*  SERIAL.  THE WORK-ORDER FILE IS CREATED ON THE FIRST RUN.  NO   *
002950*  COMPLETION FILE OR NO INSPECTIONS ONLY SKIPS THAT STEP.         *
002960*==================================================================*
002970 1000-INITIALIZE.
002980     MOVE SPACES TO WS-CONTROL-CARD
002990     ACCEPT WS-CONTROL-CARD FROM SYSIN
003000     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
003010     IF CC-AGING-DAYS IS NUMERIC
003020         AND CC-AGING-DAYS > ZERO
003030         MOVE CC-AGING-DAYS TO WS-AGING-DAYS
003040     END-IF
003050     OPEN I-O WORK-ORDER-FILE
003060     IF WORK-ORDER-FILE-NOT-FOUND
003070         OPEN OUTPUT WORK-ORDER-FILE
003080         CLOSE WORK-ORDER-FILE
003090         OPEN I-O WORK-ORDER-FILE
003100     END-IF
003110     IF NOT WORK-ORDER-FILE-OK
003120         MOVE 'WORK-ORDER (WORKORD)' TO WS-BAD-FILE-NAME
003130         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003140     END-IF
003150     OPEN INPUT ROOM-STATUS-FILE
003160     IF NOT ROOM-STATUS-FILE-OK
003170         MOVE 'ROOM-STATUS (ROOMSTAT)' TO WS-BAD-FILE-NAME
003180         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003190     END-IF
003200     OPEN INPUT COMPLETION-FILE
003210     IF COMPLETION-FILE-OK
003220         SET COMPLETIONS-AVAILABLE TO TRUE
003230     ELSE
003240         DISPLAY 'WORK ORDER WARNING -- NO COMPLETION FILE '
003250             '(ENGCOMP) -- NO ORDERS CLOSED THIS RUN'
003260     END-IF
003270     OPEN INPUT INSPECTION-FILE
003280     IF INSPECTION-FILE-OK
003290         OPEN INPUT ASSIGNMENT-EXTRACT-FILE
003300         IF ASSIGN-EXT-FILE-OK
003310             SET INSPECTIONS-AVAILABLE TO TRUE
003320         ELSE
003330             CLOSE INSPECTION-FILE
003340         END-IF
003350     END-IF
003360     IF NOT INSPECTIONS-AVAILABLE
003370         DISPLAY 'WORK ORDER WARNING -- NO INSPECTIONS '
003380             '(INSPECTS) OR NO ASSIGNMENT EXTRACT (ASNEXTF) '
003390             '-- NO DEFECT ORDERS OPENED THIS RUN'
003400     END-IF
003410     OPEN OUTPUT SERVICE-BOARD-FILE
003420     OPEN OUTPUT NEW-ORDER-FILE
003430     OPEN OUTPUT WORK-ORDER-REPORT-FILE
003440     MOVE WS-RUN-DATE TO WTL-RUN-DATE
003450     MOVE WS-AGING-DAYS TO WTL-AGING-DAYS
003460     WRITE WORK-ORDER-REPORT-LINE FROM WS-TITLE-LINE
003470     MOVE SPACES TO WORK-ORDER-REPORT-LINE
003480     WRITE WORK-ORDER-REPORT-LINE
003490     MOVE WS-RUN-DATE TO WS-SERIAL-DATE
003500     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT
003510     MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL.
003520 1000-EXIT.
003530     EXIT.
003540
003541*----------------------------------------------------------------*
003542*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
003543*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
003544*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
003545*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
003546*----------------------------------------------------------------*
003547 1050-READ-BUSINESS-DATE.
003548     OPEN INPUT BUSINESS-DATE-FILE
003549     IF NOT BUSINESS-DATE-FILE-OK
003550         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
003551         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003552     END-IF
003553     READ BUSINESS-DATE-FILE
003554         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
003555     END-READ
003556     CLOSE BUSINESS-DATE-FILE
003557     IF BD-BUSINESS-DATE IS NOT NUMERIC
003558         OR BD-BUSINESS-DATE = ZERO
003559         DISPLAY 'WORK ORDER ERROR -- NO BUSINESS DATE'
003560             ' ON THE CONTROL FILE (BUSDATE)'
003561         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
003562             'AND RESUBMIT'
003563         MOVE 8 TO RETURN-CODE
003564         GO TO 9999-EXIT
003565     END-IF
003566     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
003567         MOVE BD-RERUN-DATE TO WS-RUN-DATE
003568         DISPLAY 'WORK ORDER WARNING -- RERUN OVERRIDE'
003569             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
003570         GO TO 1050-EXIT
003571     END-IF
003572     IF BD-DAY-COMPLETE
003573         DISPLAY 'WORK ORDER ERROR -- BUSINESS DATE '
003574             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
003575         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
003576             'HKDTROLL TO PROCESS IT AGAIN'
003577         MOVE 8 TO RETURN-CODE
003578         GO TO 9999-EXIT
003579     END-IF
003580     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003581 1050-EXIT.
003582     EXIT.
003583
003584*==================================================================*
003585*  2000-APPLY-COMPLETIONS - EACH COMPLETION CLOSES (DELETES) THE   *
003586*  ROOM'S OPEN ORDER AND REMEMBERS THE ROOM SO THE BOARD COPY      *
003587*  PUTS IT BACK IN SERVICE.  A COMPLETION WITH NO OPEN ORDER WAS   *
003588*  CLOSED BY AN EARLIER RUN OF THIS DATE WHEN IT IS DATED ON OR    *
003589*  BEFORE THE RUN DATE (OR UNDATED) - THE ROOM IS STILL RETURNED   *
003590*  SO A RERUN BUILDS THE SAME SERVICE BOARD.  A FUTURE-DATED ONE   *
003591*  IS REJECTED.                                                    *
003600*==================================================================*
003610 2000-APPLY-COMPLETIONS.
003620     IF NOT COMPLETIONS-AVAILABLE
003630         GO TO 2000-EXIT
003640     END-IF
003650     PERFORM 2100-READ-COMPLETION-RECORD THRU 2100-EXIT
003660     PERFORM 2200-CLOSE-ONE-ORDER THRU 2200-EXIT
003670         UNTIL END-OF-COMPLETION-FILE
003680     CLOSE COMPLETION-FILE.
003690 2000-EXIT.
003700     EXIT.
003710
003720 2100-READ-COMPLETION-RECORD.
003730     READ COMPLETION-FILE
003740         AT END SET END-OF-COMPLETION-FILE TO TRUE
003750     END-READ.
003760 2100-EXIT.
003770     EXIT.
003780
003790 2200-CLOSE-ONE-ORDER.
003800     ADD 1 TO WS-COMPLETION-CTR
003810     MOVE EC-PROPERTY-CODE TO WO-PROPERTY-CODE
003820     MOVE EC-ROOM-NUMBER TO WO-ROOM-NUMBER
003830     READ WORK-ORDER-FILE
003840         INVALID KEY CONTINUE
003850     END-READ
003860     IF WORK-ORDER-MISSING
003863         AND EC-COMPLETED-DATE IS NUMERIC
003866         AND EC-COMPLETED-DATE > WS-RUN-DATE
003870         ADD 1 TO WS-COMPLETION-REJECT-CTR
003880         DISPLAY 'WORK ORDER REJECT -- COMPLETION FOR '
003890             EC-PROPERTY-CODE ' ' EC-ROOM-NUMBER
003900             ' HAS NO OPEN ORDER'
003910         GO TO 2200-NEXT
003920     END-IF
003921     IF WORK-ORDER-MISSING
003922         ADD 1 TO WS-ALREADY-CLOSED-CTR
003923         DISPLAY 'WORK ORDER WARNING -- COMPLETION FOR '
003924             EC-PROPERTY-CODE ' ' EC-ROOM-NUMBER
003925             ' ALREADY CLOSED -- ROOM STILL RETURNED'
003926         PERFORM 2300-NOTE-RETURNED-ROOM THRU 2300-EXIT
003927         GO TO 2200-NEXT
003928     END-IF
003930     IF EC-COMPLETED-DATE IS NUMERIC
003940         AND EC-COMPLETED-DATE > ZERO
003950         MOVE EC-COMPLETED-DATE TO WS-SERIAL-DATE
003960         PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT
003970         MOVE WS-DAY-SERIAL TO WS-AS-OF-SERIAL
003980     ELSE
003990         MOVE WS-RUN-SERIAL TO WS-AS-OF-SERIAL
004000     END-IF
004010     PERFORM 7200-COMPUTE-DAYS-OPEN THRU 7200-EXIT
004020     DELETE WORK-ORDER-FILE RECORD
004030         INVALID KEY
004040             ADD 1 TO WS-COMPLETION-REJECT-CTR
004050             DISPLAY 'WORK ORDER REJECT -- ORDER FOR '
004060                 EC-PROPERTY-CODE ' ' EC-ROOM-NUMBER
004070                 ' COULD NOT BE CLOSED'
004080             GO TO 2200-NEXT
004090     END-DELETE
004100     ADD 1 TO WS-CLOSED-CTR
004110     PERFORM 2300-NOTE-RETURNED-ROOM THRU 2300-EXIT
004210     MOVE 'CLOSED  ' TO WAL-ACTION
004220     PERFORM 7400-WRITE-ACTIVITY-LINE THRU 7400-EXIT.
004230 2200-NEXT.
004240     PERFORM 2100-READ-COMPLETION-RECORD THRU 2100-EXIT.
004250 2200-EXIT.
004260     EXIT.
004261
004262 2300-NOTE-RETURNED-ROOM.
004263     IF WS-RETURN-COUNT < 500
004264         ADD 1 TO WS-RETURN-COUNT
004265         SET WS-RTN-IDX TO WS-RETURN-COUNT
004266         MOVE EC-PROPERTY-CODE TO RN-PROPERTY-CODE (WS-RTN-IDX)
004267         MOVE EC-ROOM-NUMBER TO RN-ROOM-NUMBER (WS-RTN-IDX)
004268     ELSE
004269         DISPLAY 'WORK ORDER WARNING -- ROOM '
004270             EC-ROOM-NUMBER
004271             ' NOT RETURNED -- RETURN TABLE IS FULL AT 500'
004272     END-IF.
004273 2300-EXIT.
004274     EXIT.
004275
004280*==================================================================*
004290*  3000-LOAD-ASSIGNMENTS - ROOM, PROPERTY AND TYPE OF EVERY ROOM   *
004300*  ON THE ASSIGNMENT EXTRACT (DETAIL RECORDS ONLY).                *
004310*==================================================================*
004320 3000-LOAD-ASSIGNMENTS.
004330     IF NOT INSPECTIONS-AVAILABLE
004340         GO TO 3000-EXIT
004350     END-IF
004360     PERFORM 3100-READ-ASSIGNMENT-RECORD THRU 3100-EXIT
004370     PERFORM 3200-STORE-ONE-ASSIGNMENT THRU 3200-EXIT
004380         UNTIL END-OF-ASSIGN-FILE
004390     CLOSE ASSIGNMENT-EXTRACT-FILE.
004400 3000-EXIT.
004410     EXIT.
004420
004430 3100-READ-ASSIGNMENT-RECORD.
004440     READ ASSIGNMENT-EXTRACT-FILE
004450         AT END SET END-OF-ASSIGN-FILE TO TRUE
004460     END-READ.
004470 3100-EXIT.
004480     EXIT.
004490
004500 3200-STORE-ONE-ASSIGNMENT.
004510     IF NOT AX-DETAIL-RECORD
004520         GO TO 3200-NEXT
004530     END-IF
004540     IF WS-ROOM-COUNT < 500
004550         ADD 1 TO WS-ROOM-COUNT
004560         SET WS-ROOM-IDX TO WS-ROOM-COUNT
004570         MOVE AX-ROOM-NUMBER TO RT-ROOM-NUMBER (WS-ROOM-IDX)
004580         MOVE AX-PROPERTY-CODE TO RT-PROPERTY-CODE (WS-ROOM-IDX)
004590         MOVE AX-ROOM-TYPE TO RT-ROOM-TYPE (WS-ROOM-IDX)
004600     ELSE
004610         DISPLAY 'WORK ORDER WARNING -- ROOM '
004620             AX-ROOM-NUMBER
004630             ' DROPPED -- ROOM TABLE IS FULL AT 500 ENTRIES'
004640     END-IF.
004650 3200-NEXT.
004660     PERFORM 3100-READ-ASSIGNMENT-RECORD THRU 3100-EXIT.
004670 3200-EXIT.
004680     EXIT.
004690
004700*==================================================================*
004710*  4000-PROCESS-INSPECTIONS - EVERY FAIL WITH A MAINTENANCE        *
004720*  DEFECT OPENS AN ORDER UNLESS THE ROOM ALREADY HAS ONE OPEN.     *
004730*==================================================================*
004740 4000-PROCESS-INSPECTIONS.
004750     IF NOT INSPECTIONS-AVAILABLE
004760         GO TO 4000-EXIT
004770     END-IF
004780     PERFORM 4100-READ-INSPECTION-RECORD THRU 4100-EXIT
004790     PERFORM 4200-CHECK-ONE-INSPECTION THRU 4200-EXIT
004800         UNTIL END-OF-INSPECTION-FILE
004810     CLOSE INSPECTION-FILE.
004820 4000-EXIT.
004830     EXIT.
004840
004850 4100-READ-INSPECTION-RECORD.
004860     READ INSPECTION-FILE
004870         AT END SET END-OF-INSPECTION-FILE TO TRUE
004880     END-READ.
004890 4100-EXIT.
004900     EXIT.
004910
004920 4200-CHECK-ONE-INSPECTION.
004930     IF NOT IR-ROOM-FAILED
004940         OR NOT IR-MAINTENANCE-DEFECT
004950         GO TO 4200-NEXT
004960     END-IF
004970     ADD 1 TO WS-DEFECT-FAIL-CTR
004980     PERFORM 4300-FIND-BOARD-ROOM THRU 4300-EXIT
004990     IF NOT BOARD-ROOM-FOUND
005000         ADD 1 TO WS-INSPECTION-REJECT-CTR
005010         DISPLAY 'WORK ORDER REJECT -- ROOM ' IR-ROOM-NUMBER
005020             ' DEFECT ' IR-DEFECT-CODE
005030             ' IS NOT ON THE ASSIGNMENT EXTRACT'
005040         GO TO 4200-NEXT
005050     END-IF
005060     PERFORM 4400-OPEN-INSPECTION-ORDER THRU 4400-EXIT.
005070 4200-NEXT.
005080     PERFORM 4100-READ-INSPECTION-RECORD THRU 4100-EXIT.
005090 4200-EXIT.
005100     EXIT.
005110
005120 4300-FIND-BOARD-ROOM.
005130     MOVE 'N' TO WS-ROOM-FOUND-SWITCH
005140     PERFORM 4310-MATCH-ONE-ROOM THRU 4310-EXIT
005150         VARYING WS-ROOM-SUBSCRIPT FROM 1 BY 1
005160         UNTIL WS-ROOM-SUBSCRIPT > WS-ROOM-COUNT
005170         OR BOARD-ROOM-FOUND.
005180 4300-EXIT.
005190     EXIT.
005200
005210 4310-MATCH-ONE-ROOM.
005220     SET WS-ROOM-IDX TO WS-ROOM-SUBSCRIPT
005230     IF RT-ROOM-NUMBER (WS-ROOM-IDX) = IR-ROOM-NUMBER
005240         SET BOARD-ROOM-FOUND TO TRUE
005250     END-IF.
005260 4310-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------*
005300*  4400-OPEN-INSPECTION-ORDER - SOURCE 'I' CARRYING THE DEFECT    *
005310*  CODE AND INSPECTOR.  A ROOM WITH AN ORDER ALREADY OPEN KEEPS   *
005320*  THAT ORDER; THE REPEAT FAIL IS LISTED BUT NOT REOPENED.        *
005330*----------------------------------------------------------------*
005340 4400-OPEN-INSPECTION-ORDER.
005350     MOVE RT-PROPERTY-CODE (WS-ROOM-IDX) TO WO-PROPERTY-CODE
005360     MOVE IR-ROOM-NUMBER TO WO-ROOM-NUMBER
005370     READ WORK-ORDER-FILE
005380         INVALID KEY CONTINUE
005390     END-READ
005400     IF WORK-ORDER-FILE-OK
005410         ADD 1 TO WS-ALREADY-OPEN-CTR
005420         MOVE WS-RUN-SERIAL TO WS-AS-OF-SERIAL
005430         PERFORM 7200-COMPUTE-DAYS-OPEN THRU 7200-EXIT
005440         MOVE 'ON FILE ' TO WAL-ACTION
005450         PERFORM 7400-WRITE-ACTIVITY-LINE THRU 7400-EXIT
005460         GO TO 4400-EXIT
005470     END-IF
005480     MOVE SPACES TO WORK-ORDER-RECORD
005490     MOVE RT-PROPERTY-CODE (WS-ROOM-IDX) TO WO-PROPERTY-CODE
005500     MOVE IR-ROOM-NUMBER TO WO-ROOM-NUMBER
005510     MOVE WS-RUN-DATE TO WO-OPENED-DATE
005520     MOVE 'I' TO WO-SOURCE-CODE
005530     MOVE IR-DEFECT-CODE TO WO-DEFECT-CODE
005540     MOVE IR-INSPECTOR-ID TO WO-INSPECTOR-ID
005550     MOVE RT-ROOM-TYPE (WS-ROOM-IDX) TO WO-ROOM-TYPE
005560     MOVE ZERO TO WO-LAST-BOARD-DATE
005570     WRITE WORK-ORDER-RECORD
005580         INVALID KEY
005590             ADD 1 TO WS-INSPECTION-REJECT-CTR
005600             DISPLAY 'WORK ORDER REJECT -- ROOM ' IR-ROOM-NUMBER
005610                 ' ORDER COULD NOT BE WRITTEN'
005620             GO TO 4400-EXIT
005630     END-WRITE
005640     ADD 1 TO WS-INSPECTION-ORDER-CTR
005650     PERFORM 7300-RELEASE-NEW-ORDER THRU 7300-EXIT.
005660 4400-EXIT.
005670     EXIT.
005680
005690*==================================================================*
005700*  5000-COPY-BOARD-EXPORT - THE FRONT-OFFICE EXPORT PASSES THROUGH *
005710*  TO THE SERVICE BOARD.  AN 'O' ROOM WHOSE ORDER CLOSED THIS RUN  *
005720*  GOES BACK IN SERVICE AS A 'D' CLEAN; ANY OTHER 'O' ROOM OPENS   *
005730*  AN ORDER, OR IS MARKED STILL OUT OF ORDER ON THE ONE ALREADY    *
005740*  OPEN.                                                           *
005750*==================================================================*
005760 5000-COPY-BOARD-EXPORT.
005770     PERFORM 5100-READ-BOARD-RECORD THRU 5100-EXIT
005780     PERFORM 5200-COPY-ONE-BOARD-RECORD THRU 5200-EXIT
005790         UNTIL END-OF-BOARD-FILE
005800     CLOSE ROOM-STATUS-FILE.
005810 5000-EXIT.
005820     EXIT.
005830
005840 5100-READ-BOARD-RECORD.
005850     READ ROOM-STATUS-FILE
005860         AT END SET END-OF-BOARD-FILE TO TRUE
005870     END-READ.
005880 5100-EXIT.
005890     EXIT.
005900
005910 5200-COPY-ONE-BOARD-RECORD.
005920     MOVE ROOM-STATUS-RECORD TO SERVICE-BOARD-RECORD
005930     IF NOT RS-OUT-OF-ORDER-ROOM
005940         GO TO 5200-WRITE
005950     END-IF
005960     ADD 1 TO WS-OUT-OF-ORDER-CTR
005970     PERFORM 5300-FIND-RETURNED-ROOM THRU 5300-EXIT
005980     IF ROOM-RETURNED-TODAY
005990         MOVE 'D' TO SB-STATUS-CODE
006000         ADD 1 TO WS-RETURNED-CTR
006010         MOVE 'RETURNED' TO WAL-ACTION
006020         MOVE RS-PROPERTY-CODE TO WAL-PROPERTY-CODE
006030         MOVE RS-ROOM-NUMBER TO WAL-ROOM-NUMBER
006040         MOVE RS-ROOM-TYPE TO WAL-ROOM-TYPE
006050         MOVE 'BACK AS D ' TO WAL-SOURCE
006060         MOVE SPACES TO WAL-DEFECT-CODE
006070         MOVE ZERO TO WAL-OPENED-DATE
006080         MOVE ZERO TO WAL-DAYS-OPEN
006090         WRITE WORK-ORDER-REPORT-LINE FROM WS-ACTIVITY-LINE
006100     ELSE
006110         PERFORM 5400-POST-OUT-OF-ORDER-ROOM THRU 5400-EXIT
006120     END-IF.
006130 5200-WRITE.
006140     WRITE SERVICE-BOARD-RECORD
006150     PERFORM 5100-READ-BOARD-RECORD THRU 5100-EXIT.
006160 5200-EXIT.
006170     EXIT.
006180
006190 5300-FIND-RETURNED-ROOM.
006200     MOVE 'N' TO WS-RETURN-FOUND-SWITCH
006210     PERFORM 5310-MATCH-ONE-RETURN THRU 5310-EXIT
006220         VARYING WS-RETURN-SUBSCRIPT FROM 1 BY 1
006230         UNTIL WS-RETURN-SUBSCRIPT > WS-RETURN-COUNT
006240         OR ROOM-RETURNED-TODAY.
006250 5300-EXIT.
006260     EXIT.
006270
006280 5310-MATCH-ONE-RETURN.
006290     SET WS-RTN-IDX TO WS-RETURN-SUBSCRIPT
006300     IF RN-PROPERTY-CODE (WS-RTN-IDX) = RS-PROPERTY-CODE
006310         AND RN-ROOM-NUMBER (WS-RTN-IDX) = RS-ROOM-NUMBER
006320         SET ROOM-RETURNED-TODAY TO TRUE
006330     END-IF.
006340 5310-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380*  5400-POST-OUT-OF-ORDER-ROOM - AN ORDER ALREADY OPEN IS STAMPED *
006390*  WITH TODAY'S BOARD DATE SO IT AGES; OTHERWISE A SOURCE 'O'     *
006400*  ORDER OPENS TODAY.                                             *
006410*----------------------------------------------------------------*
006420 5400-POST-OUT-OF-ORDER-ROOM.
006430     MOVE RS-PROPERTY-CODE TO WO-PROPERTY-CODE
006440     MOVE RS-ROOM-NUMBER TO WO-ROOM-NUMBER
006450     READ WORK-ORDER-FILE
006460         INVALID KEY CONTINUE
006470     END-READ
006480     IF WORK-ORDER-FILE-OK
006490         MOVE WS-RUN-DATE TO WO-LAST-BOARD-DATE
006500         REWRITE WORK-ORDER-RECORD
006510             INVALID KEY
006520                 DISPLAY 'WORK ORDER WARNING -- ROOM '
006530                     RS-ROOM-NUMBER
006540                     ' BOARD DATE NOT UPDATED'
006550         END-REWRITE
006560         GO TO 5400-EXIT
006570     END-IF
006580     MOVE SPACES TO WORK-ORDER-RECORD
006590     MOVE RS-PROPERTY-CODE TO WO-PROPERTY-CODE
006600     MOVE RS-ROOM-NUMBER TO WO-ROOM-NUMBER
006610     MOVE WS-RUN-DATE TO WO-OPENED-DATE
006620     MOVE 'O' TO WO-SOURCE-CODE
006630     MOVE RS-ROOM-TYPE TO WO-ROOM-TYPE
006640     MOVE WS-RUN-DATE TO WO-LAST-BOARD-DATE
006650     WRITE WORK-ORDER-RECORD
006660         INVALID KEY
006670             DISPLAY 'WORK ORDER REJECT -- ROOM ' RS-ROOM-NUMBER
006680                 ' ORDER COULD NOT BE WRITTEN'
006690             GO TO 5400-EXIT
006700     END-WRITE
006710     ADD 1 TO WS-BOARD-ORDER-CTR
006720     PERFORM 7300-RELEASE-NEW-ORDER THRU 7300-EXIT.
006730 5400-EXIT.
006740     EXIT.
006750
006760*==================================================================*
006770*  6000-WRITE-AGING-REPORT - BROWSE THE WHOLE WORK-ORDER FILE IN   *
006780*  KEY ORDER.  EVERY ORDER WHOSE ROOM WAS 'O' ON TODAY'S EXPORT    *
006790*  AND HAS BEEN OPEN LONGER THAN THE AGING LIMIT IS LISTED.        *
006800*==================================================================*
006810 6000-WRITE-AGING-REPORT.
006820     MOVE SPACES TO WORK-ORDER-REPORT-LINE
006830     WRITE WORK-ORDER-REPORT-LINE
006840     MOVE WS-AGING-DAYS TO WAH-AGING-DAYS
006850     WRITE WORK-ORDER-REPORT-LINE FROM WS-AGING-HEADING
006860     MOVE LOW-VALUES TO WO-ORDER-KEY
006870     START WORK-ORDER-FILE KEY IS NOT LESS THAN WO-ORDER-KEY
006880         INVALID KEY SET END-OF-WORK-ORDERS TO TRUE
006890     END-START
006900     IF NOT END-OF-WORK-ORDERS
006910         PERFORM 6100-READ-NEXT-ORDER THRU 6100-EXIT
006920     END-IF
006930     PERFORM 6200-AGE-ONE-ORDER THRU 6200-EXIT
006940         UNTIL END-OF-WORK-ORDERS.
006950 6000-EXIT.
006960     EXIT.
006970
006980 6100-READ-NEXT-ORDER.
006990     READ WORK-ORDER-FILE NEXT RECORD
007000         AT END SET END-OF-WORK-ORDERS TO TRUE
007010     END-READ.
007020 6100-EXIT.
007030     EXIT.
007040
007050 6200-AGE-ONE-ORDER.
007060     ADD 1 TO WS-OPEN-ORDER-CTR
007070     IF WO-LAST-BOARD-DATE NOT = WS-RUN-DATE
007080         GO TO 6200-NEXT
007090     END-IF
007100     MOVE WS-RUN-SERIAL TO WS-AS-OF-SERIAL
007110     PERFORM 7200-COMPUTE-DAYS-OPEN THRU 7200-EXIT
007120     IF WS-DAYS-OPEN > WS-AGING-DAYS
007130         ADD 1 TO WS-AGED-CTR
007140         MOVE 'AGED    ' TO WAL-ACTION
007150         PERFORM 7400-WRITE-ACTIVITY-LINE THRU 7400-EXIT
007160     END-IF.
007170 6200-NEXT.
007180     PERFORM 6100-READ-NEXT-ORDER THRU 6100-EXIT.
007190 6200-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------*
007230*  7100-COMPUTE-DAY-SERIAL - DAY SERIAL OF WS-SERIAL-DATE BY      *
007240*  STEPWISE INTEGER DIVIDES, AS IN THE HISTORY RUN, SO TWO        *
007250*  SERIALS SUBTRACT TO A DAY COUNT.                               *
007260*----------------------------------------------------------------*
007270 7100-COMPUTE-DAY-SERIAL.
007280     IF WS-SERIAL-MONTH < 3
007290         COMPUTE WS-ZELLER-MONTH = WS-SERIAL-MONTH + 12
007300         COMPUTE WS-ZELLER-YEAR = WS-SERIAL-YEAR - 1
007310     ELSE
007320         MOVE WS-SERIAL-MONTH TO WS-ZELLER-MONTH
007330         MOVE WS-SERIAL-YEAR TO WS-ZELLER-YEAR
007340     END-IF
007350     DIVIDE WS-ZELLER-YEAR BY 4 GIVING WS-ZELLER-QUARTER
007360     DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-CENTURY
007370     DIVIDE WS-ZELLER-YEAR BY 400 GIVING WS-ZELLER-QUADCENT
007380     COMPUTE WS-ZELLER-TERM = 306 * (WS-ZELLER-MONTH + 1)
007390     DIVIDE WS-ZELLER-TERM BY 10 GIVING WS-ZELLER-TERM
007400     COMPUTE WS-DAY-SERIAL = (365 * WS-ZELLER-YEAR)
007410         + WS-ZELLER-QUARTER - WS-ZELLER-CENTURY
007420         + WS-ZELLER-QUADCENT + WS-ZELLER-TERM
007430         + WS-SERIAL-DAY.
007440 7100-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------*
007480*  7200-COMPUTE-DAYS-OPEN - DAYS FROM WO-OPENED-DATE TO THE DAY   *
007490*  SERIAL THE CALLER LEFT IN WS-AS-OF-SERIAL.                     *
007500*----------------------------------------------------------------*
007510 7200-COMPUTE-DAYS-OPEN.
007520     MOVE ZERO TO WS-DAYS-OPEN
007530     IF WO-OPENED-DATE IS NOT NUMERIC
007540         OR WO-OPENED-DATE = ZERO
007550         GO TO 7200-EXIT
007560     END-IF
007570     MOVE WO-OPENED-DATE TO WS-SERIAL-DATE
007580     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT
007590     MOVE WS-DAY-SERIAL TO WS-OPENED-SERIAL
007600     IF WS-AS-OF-SERIAL > WS-OPENED-SERIAL
007610         COMPUTE WS-DAYS-OPEN = WS-AS-OF-SERIAL - WS-OPENED-SERIAL
007620     END-IF.
007630 7200-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670*  7300-RELEASE-NEW-ORDER - A COPY OF THE NEW ORDER GOES TO       *
007680*  ENGINEERING ON THE ENGORDRS EXTRACT AND ONTO THE REPORT.       *
007690*----------------------------------------------------------------*
007700 7300-RELEASE-NEW-ORDER.
007710     MOVE WORK-ORDER-RECORD TO NEW-ORDER-RECORD
007720     WRITE NEW-ORDER-RECORD
007730     MOVE ZERO TO WS-DAYS-OPEN
007740     MOVE 'OPENED  ' TO WAL-ACTION
007750     PERFORM 7400-WRITE-ACTIVITY-LINE THRU 7400-EXIT.
007760 7300-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------*
007800*  7400-WRITE-ACTIVITY-LINE - ONE REPORT LINE FROM THE WORK-ORDER *
007810*  RECORD.  THE CALLER SETS WAL-ACTION AND WS-DAYS-OPEN.          *
007820*----------------------------------------------------------------*
007830 7400-WRITE-ACTIVITY-LINE.
007840     MOVE WO-PROPERTY-CODE TO WAL-PROPERTY-CODE
007850     MOVE WO-ROOM-NUMBER TO WAL-ROOM-NUMBER
007860     MOVE WO-ROOM-TYPE TO WAL-ROOM-TYPE
007870     IF WO-FROM-INSPECTION
007880         MOVE 'INSPECTION' TO WAL-SOURCE
007890     ELSE
007900         MOVE 'BOARD O   ' TO WAL-SOURCE
007910     END-IF
007920     MOVE WO-DEFECT-CODE TO WAL-DEFECT-CODE
007930     IF WO-OPENED-DATE IS NUMERIC
007940         MOVE WO-OPENED-DATE TO WAL-OPENED-DATE
007950     ELSE
007960         MOVE ZERO TO WAL-OPENED-DATE
007970     END-IF
007980     IF WS-DAYS-OPEN > 99999
007990         MOVE 99999 TO WAL-DAYS-OPEN
008000     ELSE
008010         MOVE WS-DAYS-OPEN TO WAL-DAYS-OPEN
008020     END-IF
008030     WRITE WORK-ORDER-REPORT-LINE FROM WS-ACTIVITY-LINE.
008040 7400-EXIT.
008050     EXIT.
008060
008070 8000-WRITE-WORK-ORDER-TOTALS.
008080     MOVE SPACES TO WORK-ORDER-REPORT-LINE
008090     WRITE WORK-ORDER-REPORT-LINE
008100     MOVE SPACES TO WS-TOTAL-LINE
008110     MOVE 'COMPLETIONS READ  ' TO WT-LABEL
008120     MOVE WS-COMPLETION-CTR TO WT-COUNT
008130     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008140     MOVE 'ORDERS CLOSED     ' TO WT-LABEL
008150     MOVE WS-CLOSED-CTR TO WT-COUNT
008160     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008170     MOVE 'COMPLETIONS REJECT' TO WT-LABEL
008180     MOVE WS-COMPLETION-REJECT-CTR TO WT-COUNT
008190     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008192     MOVE 'ALREADY CLOSED    ' TO WT-LABEL
008194     MOVE WS-ALREADY-CLOSED-CTR TO WT-COUNT
008196     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008200     MOVE 'MAINTENANCE FAILS ' TO WT-LABEL
008210     MOVE WS-DEFECT-FAIL-CTR TO WT-COUNT
008220     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008230     MOVE 'DEFECT ORDERS OPEN' TO WT-LABEL
008240     MOVE WS-INSPECTION-ORDER-CTR TO WT-COUNT
008250     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008260     MOVE 'INSPECTION REJECTS' TO WT-LABEL
008270     MOVE WS-INSPECTION-REJECT-CTR TO WT-COUNT
008280     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008290     MOVE 'OUT OF ORDER ROOMS' TO WT-LABEL
008300     MOVE WS-OUT-OF-ORDER-CTR TO WT-COUNT
008310     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008320     MOVE 'BOARD ORDERS OPEN ' TO WT-LABEL
008330     MOVE WS-BOARD-ORDER-CTR TO WT-COUNT
008340     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008350     MOVE 'ALREADY OPEN      ' TO WT-LABEL
008360     MOVE WS-ALREADY-OPEN-CTR TO WT-COUNT
008370     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008380     MOVE 'RETURNED TO SVC   ' TO WT-LABEL
008390     MOVE WS-RETURNED-CTR TO WT-COUNT
008400     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008410     MOVE 'ORDERS STILL OPEN ' TO WT-LABEL
008420     MOVE WS-OPEN-ORDER-CTR TO WT-COUNT
008430     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE
008440     MOVE 'AGED PAST LIMIT   ' TO WT-LABEL
008450     MOVE WS-AGED-CTR TO WT-COUNT
008460     WRITE WORK-ORDER-REPORT-LINE FROM WS-TOTAL-LINE.
008470 8000-EXIT.
008480     EXIT.
008490
008500*==================================================================*
008510*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
008520*==================================================================*
008530 9000-TERMINATE.
008540     CLOSE WORK-ORDER-FILE
008550     CLOSE SERVICE-BOARD-FILE
008560     CLOSE NEW-ORDER-FILE
008570     CLOSE WORK-ORDER-REPORT-FILE.
008580 9000-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------*
008620*  9600-FILE-OPEN-ERROR-ROUTINE - NO WORK-ORDER FILE OR NO        *
008630*  EXPORT MEANS NO SERVICE BOARD.  NAME THE FILE AND STOP         *
008640*  CLEANLY SO THE BOARD RUN USES THE RAW EXPORT INSTEAD.          *
008650*----------------------------------------------------------------*
008660 9600-FILE-OPEN-ERROR-ROUTINE.
008670     DISPLAY 'WORK ORDER FILE ERROR -- UNABLE TO OPEN '
008680         WS-BAD-FILE-NAME
008690     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
008700         'CORRECTLY NAMED AND RESUBMIT'
008710     GO TO 9999-EXIT.
008720 9600-EXIT.
008730     EXIT.
008740
008750 9999-EXIT.
008760     STOP RUN.
