000254*                  (DAYS) ON EACH ROW FOR THE HKDEEPCY            *
000256*                  SCHEDULER - BLANK KEEPS, ZERO MEANS NO         *
000258*                  SCHEDULED CYCLE.                               *
000259*  10/15/2026 MRD  EFFECTIVE-DATED ROWS.  A TRANSACTION DATED     *
000260*                  AFTER THE RUN DATE ADDS OR CHANGES A PENDING   *
000261*                  ROW EFFECTIVE THAT DAY AND LEAVES THE ROW IN   *
000262*                  FORCE ALONE; A FUTURE-DATED DELETE CANCELS     *
000263*                  THE PENDING ROW.  A CHANGE DATED TODAY STARTS  *
000264*                  A NEW ROW TODAY UNLESS TODAY'S ROW EXISTS, SO  *
000265*                  THE EARLIER ROW STILL PRICES EARLIER DAYS.  A  *
000266*                  TRANSACTION DATED BEFORE THE RUN DATE IS       *
000267*                  REJECTED.  A NEW PENDING-CHANGES               *
000268*                  REPORT (CSPEND) LISTS EVERY ROW NOT YET IN     *
000269*                  EFFECT AGAINST THE ROW IN FORCE TODAY.         *
000270*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000271*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000272*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000273*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000274*                  A RERUN OVERRIDE FOR IT.                       *
000275*----------------------------------------------------------------*
000276
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-RPT-KEY.
000540
000541     SELECT PENDING-REPORT-FILE
000542         ASSIGN TO CSPEND
000543         ORGANIZATION IS LINE SEQUENTIAL
000544         FILE STATUS IS WS-PENDING-RPT-KEY.
000545
000546     SELECT BUSINESS-DATE-FILE
000547         ASSIGN TO BUSDATE
000548         ORGANIZATION IS LINE SEQUENTIAL
000549         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000550
000555 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CLEANING-STANDARDS-FILE
000580     LABEL RECORDS ARE STANDARD.
000720     LABEL RECORDS ARE STANDARD.
000730 01  AUDIT-REPORT-LINE            PIC X(80).
000740
000741 FD  PENDING-REPORT-FILE
000742     LABEL RECORDS ARE STANDARD.
000743 01  PENDING-REPORT-LINE          PIC X(80).
000744
000745 FD  BUSINESS-DATE-FILE
000746     LABEL RECORDS ARE STANDARD.
000747 COPY BUSDTE.
000748
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770*  FILE STATUS KEYS AND SWITCHES                                  *
000830         88  TRANSACTION-FILE-OK           VALUE '00'.
000840     05  WS-NEW-MASTER-KEY         PIC X(02) VALUE SPACES.
000850     05  WS-AUDIT-RPT-KEY          PIC X(02) VALUE SPACES.
000852     05  WS-PENDING-RPT-KEY        PIC X(02) VALUE SPACES.
000854     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000856         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000860
000870 01  WS-SWITCHES.
000880     05  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
000910         88  END-OF-TRANSACTION-FILE       VALUE 'Y'.
000920     05  WS-ROW-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000930         88  STANDARDS-ROW-FOUND           VALUE 'Y'.
000932     05  WS-FUTURE-DATED-SWITCH    PIC X(01) VALUE 'N'.
000934         88  FUTURE-DATED-TRANSACTION      VALUE 'Y'.
000936     05  WS-COPY-FORWARD-SWITCH    PIC X(01) VALUE 'N'.
000938         88  COPY-ROW-FORWARD              VALUE 'Y'.
000940
000950*----------------------------------------------------------------*
000960*  STANDALONE COUNTERS                                            *
001020 77  WS-MASTER-COUNT              PIC 9(03)     COMP VALUE ZERO.
001030 77  WS-MASTER-SUBSCRIPT          PIC 9(03)     COMP VALUE ZERO.
001040 77  WS-WRITTEN-COUNT             PIC 9(05)     COMP VALUE ZERO.
001041 77  WS-PENDING-COUNT             PIC 9(05)     COMP VALUE ZERO.
001042 77  WS-PENDING-SUBSCRIPT         PIC 9(03)     COMP VALUE ZERO.
001043 77  WS-BEST-SUBSCRIPT            PIC 9(03)     COMP VALUE ZERO.
001044 77  WS-BEST-EFFECTIVE-DATE       PIC 9(08)     VALUE ZERO.
001045 77  WS-TRAN-EFFECTIVE-DATE       PIC 9(08)     VALUE ZERO.
001046 77  WS-AS-OF-DATE                PIC 9(08)     VALUE ZERO.
001047 77  WS-LOOKUP-ROOM-TYPE          PIC X(02)     VALUE SPACES.
001048 77  WS-LOOKUP-STATUS-CODE        PIC X(01)     VALUE SPACES.
001050
001060*----------------------------------------------------------------*
001070*  STANDARDS TABLE - THE WHOLE OLD MASTER HELD IN STORAGE SO     *
001200         10  ST-TOWELS-PER-ROOM        PIC 9(02).
001210         10  ST-AMENITY-KITS           PIC 9(02).
001212         10  ST-DEEP-CLEAN-CYCLE       PIC 9(03).
001216         10  ST-EFFECTIVE-DATE         PIC 9(08).
001220         10  ST-DELETE-FLAG            PIC X(01).
001230
001240 01  WS-DATE-TIME-FIELDS.
001470     05  WAD-CLEAN-MINUTES         PIC X(03).
001480     05  FILLER                    PIC X(02) VALUE SPACES.
001490     05  WAD-RESULT                PIC X(35).
001500     05  FILLER                    PIC X(02) VALUE SPACES.
001503     05  WAD-EFFECTIVE-DATE        PIC X(08).
001506     05  FILLER                    PIC X(20) VALUE SPACES.
001510
001520 01  WS-AUDIT-TOTAL-LINE.
001530     05  WAT-LABEL                 PIC X(14).
001540     05  WAT-COUNT                 PIC ZZZZ9.
001550     05  FILLER                    PIC X(61) VALUE SPACES.
001560
001561 01  WS-PENDING-HEADING.
001562     05  FILLER                    PIC X(45) VALUE
001563         'PENDING CLEANING-STANDARDS CHANGES - RUN DATE'.
001564     05  FILLER                    PIC X(01) VALUE SPACES.
001565     05  WPH-RUN-DATE              PIC 9(08).
001566     05  FILLER                    PIC X(26) VALUE SPACES.
001567
001568 01  WS-PENDING-DETAIL.
001569     05  WPD-ROOM-TYPE             PIC X(02).
001570     05  FILLER                    PIC X(02) VALUE SPACES.
001571     05  WPD-STATUS-CODE           PIC X(01).
001572     05  FILLER                    PIC X(02) VALUE SPACES.
001573     05  WPD-EFFECTIVE-DATE        PIC 9(08).
001574     05  FILLER                    PIC X(02) VALUE SPACES.
001575     05  WPD-CURRENT-MINUTES       PIC ZZZ9.
001576     05  FILLER                    PIC X(02) VALUE SPACES.
001577     05  WPD-NEW-MINUTES           PIC ZZZ9.
001578     05  FILLER                    PIC X(02) VALUE SPACES.
001579     05  WPD-DESCRIPTION           PIC X(20).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001581     05  WPD-NOTE                  PIC X(12).
001582     05  FILLER                    PIC X(17) VALUE SPACES.
001583
001585 PROCEDURE DIVISION.
001587 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
001610     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
001620         UNTIL END-OF-TRANSACTION-FILE
001630     PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
001635     PERFORM 6000-WRITE-PENDING-REPORT THRU 6000-EXIT
001640     PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT
001660     GO TO 9999-EXIT.
001710*  BUILD), AS EMPMAINT CREATES ITS MASTER EMPTY.                   *
001720*==================================================================*
001730 1000-INITIALIZE.
001740     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001750     OPEN INPUT CLEANING-STANDARDS-FILE
001760     IF MASTER-FILE-OK
001770         PERFORM 1200-LOAD-OLD-MASTER THRU 1200-EXIT
001860     END-IF
001870     OPEN OUTPUT NEW-STANDARDS-FILE
001880     OPEN OUTPUT AUDIT-REPORT-FILE
001885     OPEN OUTPUT PENDING-REPORT-FILE
001890     MOVE WS-RUN-DATE TO WAH-RUN-DATE
001900     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-HEADING
001910     MOVE SPACES TO AUDIT-REPORT-LINE
001930 1000-EXIT.
001940     EXIT.
001950
001951*----------------------------------------------------------------*
001952*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
001953*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
001954*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
001955*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
001956*----------------------------------------------------------------*
001957 1050-READ-BUSINESS-DATE.
001958     OPEN INPUT BUSINESS-DATE-FILE
001959     IF NOT BUSINESS-DATE-FILE-OK
001960         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
001961         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001962     END-IF
001963     READ BUSINESS-DATE-FILE
001964         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
001965     END-READ
001966     CLOSE BUSINESS-DATE-FILE
001967     IF BD-BUSINESS-DATE IS NOT NUMERIC
001968         OR BD-BUSINESS-DATE = ZERO
001969         DISPLAY 'STANDARDS MAINTENANCE ERROR -- NO BUSINESS DATE'
001970             ' ON THE CONTROL FILE (BUSDATE)'
001971         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
001972             'AND RESUBMIT'
001973         MOVE 8 TO RETURN-CODE
001974         GO TO 9999-EXIT
001975     END-IF
001976     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
001977         MOVE BD-RERUN-DATE TO WS-RUN-DATE
001978         DISPLAY 'STANDARDS MAINTENANCE WARNING -- RERUN OVERRIDE'
001979             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
001980         GO TO 1050-EXIT
001981     END-IF
001982     IF BD-DAY-COMPLETE
001983         DISPLAY 'STANDARDS MAINTENANCE ERROR -- BUSINESS DATE '
001984             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
001985         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
001986             'HKDTROLL TO PROCESS IT AGAIN'
001987         MOVE 8 TO RETURN-CODE
001988         GO TO 9999-EXIT
001989     END-IF
001990     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
001991 1050-EXIT.
001992     EXIT.
001993
001994 1200-LOAD-OLD-MASTER.
001995     PERFORM 1220-READ-MASTER-RECORD THRU 1220-EXIT
001996     PERFORM 1240-STORE-ONE-MASTER THRU 1240-EXIT
001997         UNTIL END-OF-MASTER-FILE
002000     CLOSE CLEANING-STANDARDS-FILE.
002010 1200-EXIT.
002020     EXIT.
002364         ELSE
002365             MOVE ZERO TO ST-DEEP-CLEAN-CYCLE (WS-STD-IDX)
002366         END-IF
002367         IF CS-EFFECTIVE-DATE IS NUMERIC
002368             MOVE CS-EFFECTIVE-DATE TO
002369                 ST-EFFECTIVE-DATE (WS-STD-IDX)
002370         ELSE
002371             MOVE ZERO TO ST-EFFECTIVE-DATE (WS-STD-IDX)
002372         END-IF
002376         MOVE 'N' TO ST-DELETE-FLAG (WS-STD-IDX)
002380     ELSE
002390         DISPLAY 'STANDARDS MAINTENANCE WARNING -- STANDARD '
002400             CS-ROOM-TYPE '/' CS-STATUS-CODE
002530
002540*==================================================================*
002550*  3000-APPLY-TRANSACTION - ONE ADD, CHANGE OR DELETE.  EVERY      *
002560*  TRANSACTION LEAVES AN AUDIT LINE, ACCEPTED OR NOT.  A BLANK     *
002562*  EFFECTIVE DATE MEANS THE RUN DATE; AN EARLIER DATE IS REJECTED, *
002564*  SO NO DAY ALREADY PRICED CHANGES.  A CHANGE EDITS THE ROW DATED *
002566*  ITS OWN DAY, OR STARTS ONE AS A COPY OF THE ROW IN FORCE THAT   *
002567*  DAY.  A DATE AFTER THE RUN DATE WORKS ON THE PENDING ROW FOR    *
002568*  THAT DAY; A DELETE DATED TODAY RETIRES THE WHOLE KEY.           *
002570*==================================================================*
002580 3000-APPLY-TRANSACTION.
002590     IF NOT TS-VALID-ACTION
002740         PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
002750         GO TO 3000-NEXT
002760     END-IF
002761     MOVE 'N' TO WS-FUTURE-DATED-SWITCH
002762     MOVE 'N' TO WS-COPY-FORWARD-SWITCH
002763     IF TS-EFFECTIVE-DATE = SPACES
002764         MOVE WS-RUN-DATE TO WS-TRAN-EFFECTIVE-DATE
002765     ELSE
002766         IF TS-EFFECTIVE-DATE IS NOT NUMERIC
002767             ADD 1 TO WS-REJECT-COUNT
002768             MOVE 'REJECTED - DATE NOT NUMERIC'
002769                 TO WAD-RESULT
002770             PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
002771             GO TO 3000-NEXT
002772         END-IF
002773         MOVE TS-EFFECTIVE-DATE TO WS-TRAN-EFFECTIVE-DATE
002774     END-IF
002775     IF WS-TRAN-EFFECTIVE-DATE < WS-RUN-DATE
002776         ADD 1 TO WS-REJECT-COUNT
002777         MOVE 'REJECTED - DATED BEFORE RUN DATE'
002778             TO WAD-RESULT
002779         PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
002780         GO TO 3000-NEXT
002781     END-IF
002782     IF WS-TRAN-EFFECTIVE-DATE > WS-RUN-DATE
002783         SET FUTURE-DATED-TRANSACTION TO TRUE
002784     END-IF
002785     MOVE TS-ROOM-TYPE TO WS-LOOKUP-ROOM-TYPE
002786     MOVE TS-STATUS-CODE TO WS-LOOKUP-STATUS-CODE
002787     IF TS-ADD-ACTION
002788         PERFORM 3500-FIND-ANY-ROW THRU 3500-EXIT
002790         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
002800         GO TO 3000-NEXT
002810     END-IF
002820     IF TS-CHANGE-ACTION
002822         PERFORM 3600-FIND-EXACT-ROW THRU 3600-EXIT
002823         IF NOT STANDARDS-ROW-FOUND
002824             MOVE WS-TRAN-EFFECTIVE-DATE TO WS-AS-OF-DATE
002825             PERFORM 3400-FIND-STANDARDS-ROW THRU 3400-EXIT
002826             IF STANDARDS-ROW-FOUND
002827                 SET COPY-ROW-FORWARD TO TRUE
002828             END-IF
002829         END-IF
002836         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
002840         GO TO 3000-NEXT
002850     END-IF
002851     IF FUTURE-DATED-TRANSACTION
002852         PERFORM 3600-FIND-EXACT-ROW THRU 3600-EXIT
002853     ELSE
002854         PERFORM 3500-FIND-ANY-ROW THRU 3500-EXIT
002855     END-IF
002860     PERFORM 3300-APPLY-DELETE THRU 3300-EXIT.
002870 3000-NEXT.
002880     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
003354     ELSE
003355         MOVE ZERO TO ST-DEEP-CLEAN-CYCLE (WS-STD-IDX)
003356     END-IF
003358     MOVE WS-TRAN-EFFECTIVE-DATE TO ST-EFFECTIVE-DATE (WS-STD-IDX)
003360     MOVE 'N' TO ST-DELETE-FLAG (WS-STD-IDX)
003370     ADD 1 TO WS-ADD-COUNT
003372     IF FUTURE-DATED-TRANSACTION
003374         MOVE 'ADDED - PENDING' TO WAD-RESULT
003376     ELSE
003380         MOVE 'ADDED' TO WAD-RESULT
003385     END-IF
003390     PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT.
003400 3100-EXIT.
003410     EXIT.
003550             PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
003560             GO TO 3200-EXIT
003570         END-IF
003571     END-IF
003572     IF COPY-ROW-FORWARD
003573         IF WS-MASTER-COUNT >= 100
003574             ADD 1 TO WS-REJECT-COUNT
003575             MOVE 'REJECTED - MASTER TABLE FULL' TO WAD-RESULT
003576             PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
003577             GO TO 3200-EXIT
003578         END-IF
003579         PERFORM 3250-COPY-ROW-FORWARD THRU 3250-EXIT
003580     END-IF
003581     IF TS-CLEAN-MINUTES NOT = SPACES
003585         MOVE TS-CLEAN-MINUTES TO ST-CLEAN-MINUTES (WS-STD-IDX)
003590     END-IF
003600     IF TS-DESCRIPTION NOT = SPACES
003610         MOVE TS-DESCRIPTION TO ST-DESCRIPTION (WS-STD-IDX)
003743             ST-DEEP-CLEAN-CYCLE (WS-STD-IDX)
003744     END-IF
003750     ADD 1 TO WS-CHANGE-COUNT
003752     IF FUTURE-DATED-TRANSACTION
003754         MOVE 'CHANGED - PENDING' TO WAD-RESULT
003756     ELSE
003760         MOVE 'CHANGED' TO WAD-RESULT
003765     END-IF
003770     PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT.
003780 3200-EXIT.
003790     EXIT.
003800
003801*----------------------------------------------------------------*
003802*  3250-COPY-ROW-FORWARD - A CHANGE WITH NO ROW DATED ITS OWN DAY *
003803*  STARTS ONE AS A COPY OF THE ROW THAT WOULD BE IN FORCE THAT    *
003804*  DAY, SO BLANK FIELDS KEEP ITS VALUES.  THE EARLIER ROW IS NOT  *
003805*  TOUCHED AND STILL PRICES THE DAYS BEFORE.                      *
003806*----------------------------------------------------------------*
003807 3250-COPY-ROW-FORWARD.
003808     ADD 1 TO WS-MASTER-COUNT
003809     MOVE WS-STANDARDS-ENTRY (WS-STD-IDX) TO
003810         WS-STANDARDS-ENTRY (WS-MASTER-COUNT)
003811     SET WS-STD-IDX TO WS-MASTER-COUNT
003812     MOVE WS-TRAN-EFFECTIVE-DATE TO ST-EFFECTIVE-DATE (WS-STD-IDX)
003813     MOVE 'N' TO ST-DELETE-FLAG (WS-STD-IDX).
003814 3250-EXIT.
003815     EXIT.
003816
003818 3300-APPLY-DELETE.
003820     IF NOT STANDARDS-ROW-FOUND
003830         ADD 1 TO WS-REJECT-COUNT
003840         MOVE 'REJECTED - NOT ON MASTER' TO WAD-RESULT
003850         PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT
003860         GO TO 3300-EXIT
003870     END-IF
003875     IF FUTURE-DATED-TRANSACTION
003880         MOVE 'D' TO ST-DELETE-FLAG (WS-STD-IDX)
003881         MOVE 'DELETED - PENDING ROW' TO WAD-RESULT
003882     ELSE
003883         PERFORM 3310-RETIRE-ONE-ROW THRU 3310-EXIT
003884             VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
003885             UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT
003886         MOVE 'DELETED' TO WAD-RESULT
003887     END-IF
003890     ADD 1 TO WS-DELETE-COUNT
003910     PERFORM 7000-WRITE-AUDIT-DETAIL THRU 7000-EXIT.
003920 3300-EXIT.
003930     EXIT.
003940
003941 3310-RETIRE-ONE-ROW.
003942     SET WS-STD-IDX TO WS-MASTER-SUBSCRIPT
003943     IF ST-ROOM-TYPE (WS-STD-IDX) = WS-LOOKUP-ROOM-TYPE
003944         AND ST-STATUS-CODE (WS-STD-IDX) = WS-LOOKUP-STATUS-CODE
003945         MOVE 'D' TO ST-DELETE-FLAG (WS-STD-IDX)
003946     END-IF.
003947 3310-EXIT.
003948     EXIT.
003949
003950*----------------------------------------------------------------*
003960*  3400-FIND-STANDARDS-ROW - LEAVES WS-STD-IDX ON THE LIVE TABLE  *
003970*  ENTRY FOR WS-LOOKUP-ROOM-TYPE / WS-LOOKUP-STATUS-CODE IN       *
003975*  FORCE ON WS-AS-OF-DATE - THE LATEST EFFECTIVE DATE NOT AFTER   *
003980*  IT.  AN ENTRY ALREADY DELETED THIS RUN DOES NOT MATCH, SO A    *
003990*  DELETE-THEN-ADD OF THE SAME ROW GOES THROUGH IN ONE BATCH.     *
004000*----------------------------------------------------------------*
004010 3400-FIND-STANDARDS-ROW.
004020     MOVE 'N' TO WS-ROW-FOUND-SWITCH
004023     MOVE ZERO TO WS-BEST-SUBSCRIPT
004026     MOVE ZERO TO WS-BEST-EFFECTIVE-DATE
004030     PERFORM 3410-MATCH-ONE-ROW THRU 3410-EXIT
004040         VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
004050         UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT
004060     IF STANDARDS-ROW-FOUND
004063         SET WS-STD-IDX TO WS-BEST-SUBSCRIPT
004066     END-IF.
004070 3400-EXIT.
004080     EXIT.
004090
004100 3410-MATCH-ONE-ROW.
004110     SET WS-STD-IDX TO WS-MASTER-SUBSCRIPT
004120     IF ST-ROOM-TYPE (WS-STD-IDX) = WS-LOOKUP-ROOM-TYPE
004130         AND ST-STATUS-CODE (WS-STD-IDX) = WS-LOOKUP-STATUS-CODE
004140         AND ST-DELETE-FLAG (WS-STD-IDX) NOT = 'D'
004142         AND ST-EFFECTIVE-DATE (WS-STD-IDX) NOT > WS-AS-OF-DATE
004144         IF NOT STANDARDS-ROW-FOUND
004146             OR ST-EFFECTIVE-DATE (WS-STD-IDX) >=
004148                 WS-BEST-EFFECTIVE-DATE
004150             SET STANDARDS-ROW-FOUND TO TRUE
004152             MOVE WS-MASTER-SUBSCRIPT TO WS-BEST-SUBSCRIPT
004154             MOVE ST-EFFECTIVE-DATE (WS-STD-IDX) TO
004156                 WS-BEST-EFFECTIVE-DATE
004158         END-IF
004160     END-IF.
004170 3410-EXIT.
004180     EXIT.
004190
004191*----------------------------------------------------------------*
004192*  3500-FIND-ANY-ROW - ANY LIVE ENTRY FOR THE TYPE/STATUS, IN     *
004193*  FORCE OR PENDING.  AN ADD MUST FIND NONE.                      *
004194*----------------------------------------------------------------*
004195 3500-FIND-ANY-ROW.
004196     MOVE 'N' TO WS-ROW-FOUND-SWITCH
004197     PERFORM 3510-MATCH-ANY-ROW THRU 3510-EXIT
004198         VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
004199         UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT
004200         OR STANDARDS-ROW-FOUND.
004201 3500-EXIT.
004202     EXIT.
004203
004204 3510-MATCH-ANY-ROW.
004205     SET WS-STD-IDX TO WS-MASTER-SUBSCRIPT
004206     IF ST-ROOM-TYPE (WS-STD-IDX) = WS-LOOKUP-ROOM-TYPE
004207         AND ST-STATUS-CODE (WS-STD-IDX) = WS-LOOKUP-STATUS-CODE
004208         AND ST-DELETE-FLAG (WS-STD-IDX) NOT = 'D'
004209         SET STANDARDS-ROW-FOUND TO TRUE
004210     END-IF.
004211 3510-EXIT.
004212     EXIT.
004213
004214*----------------------------------------------------------------*
004215*  3600-FIND-EXACT-ROW - THE LIVE ENTRY EFFECTIVE ON THE          *
004216*  TRANSACTION'S OWN DATE.                                        *
004217*----------------------------------------------------------------*
004218 3600-FIND-EXACT-ROW.
004219     MOVE 'N' TO WS-ROW-FOUND-SWITCH
004220     PERFORM 3610-MATCH-EXACT-ROW THRU 3610-EXIT
004221         VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
004222         UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT
004223         OR STANDARDS-ROW-FOUND.
004224 3600-EXIT.
004225     EXIT.
004226
004227 3610-MATCH-EXACT-ROW.
004228     SET WS-STD-IDX TO WS-MASTER-SUBSCRIPT
004229     IF ST-ROOM-TYPE (WS-STD-IDX) = WS-LOOKUP-ROOM-TYPE
004230         AND ST-STATUS-CODE (WS-STD-IDX) = WS-LOOKUP-STATUS-CODE
004231         AND ST-DELETE-FLAG (WS-STD-IDX) NOT = 'D'
004232         AND ST-EFFECTIVE-DATE (WS-STD-IDX) =
004233             WS-TRAN-EFFECTIVE-DATE
004234         SET STANDARDS-ROW-FOUND TO TRUE
004235     END-IF.
004236 3610-EXIT.
004237     EXIT.
004238
004240*==================================================================*
004242*  5000-WRITE-NEW-MASTER - EVERY LIVE TABLE ENTRY GOES OUT TO      *
004244*  THE NEW MASTER FILE IN LOAD ORDER.                              *
004246*==================================================================*
004248 5000-WRITE-NEW-MASTER.
004250     PERFORM 5100-WRITE-ONE-MASTER THRU 5100-EXIT
004260         VARYING WS-MASTER-SUBSCRIPT FROM 1 BY 1
004270         UNTIL WS-MASTER-SUBSCRIPT > WS-MASTER-COUNT.
004440         NS-AMENITY-KITS-PER-ROOM
004442     MOVE ST-DEEP-CLEAN-CYCLE (WS-STD-IDX) TO
004444         NS-DEEP-CLEAN-CYCLE
004447     MOVE ST-EFFECTIVE-DATE (WS-STD-IDX) TO NS-EFFECTIVE-DATE
004450     WRITE NEW-STANDARD-RECORD
004460     ADD 1 TO WS-WRITTEN-COUNT.
004470 5100-EXIT.
004480     EXIT.
004490
004491*==================================================================*
004492*  6000-WRITE-PENDING-REPORT - EVERY LIVE ROW NOT YET IN EFFECT,   *
004493*  BESIDE THE MINUTES OF THE ROW IN FORCE TODAY, SO A SUPERVISOR   *
004494*  SEES WHAT THE BOARD WILL START PRICING AND WHEN.                *
004495*==================================================================*
004496 6000-WRITE-PENDING-REPORT.
004497     MOVE WS-RUN-DATE TO WPH-RUN-DATE
004498     WRITE PENDING-REPORT-LINE FROM WS-PENDING-HEADING
004499     MOVE SPACES TO PENDING-REPORT-LINE
004500     WRITE PENDING-REPORT-LINE
004501     MOVE 'TY ST EFFECTIVE    NOW   NEW  DESCRIPTION'
004502         TO PENDING-REPORT-LINE
004503     WRITE PENDING-REPORT-LINE
004504     PERFORM 6100-REPORT-ONE-PENDING THRU 6100-EXIT
004505         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
004506         UNTIL WS-PENDING-SUBSCRIPT > WS-MASTER-COUNT
004507     MOVE SPACES TO PENDING-REPORT-LINE
004508     WRITE PENDING-REPORT-LINE
004509     MOVE SPACES TO WS-AUDIT-TOTAL-LINE
004510     MOVE 'PENDING ROWS  ' TO WAT-LABEL
004511     MOVE WS-PENDING-COUNT TO WAT-COUNT
004512     WRITE PENDING-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE.
004513 6000-EXIT.
004514     EXIT.
004515
004516 6100-REPORT-ONE-PENDING.
004517     SET WS-STD-IDX TO WS-PENDING-SUBSCRIPT
004518     IF ST-DELETE-FLAG (WS-STD-IDX) = 'D'
004519         OR ST-EFFECTIVE-DATE (WS-STD-IDX) NOT > WS-RUN-DATE
004520         GO TO 6100-EXIT
004521     END-IF
004522     ADD 1 TO WS-PENDING-COUNT
004523     MOVE ST-ROOM-TYPE (WS-STD-IDX) TO WPD-ROOM-TYPE
004524     MOVE ST-STATUS-CODE (WS-STD-IDX) TO WPD-STATUS-CODE
004525     MOVE ST-EFFECTIVE-DATE (WS-STD-IDX) TO WPD-EFFECTIVE-DATE
004526     MOVE ST-CLEAN-MINUTES (WS-STD-IDX) TO WPD-NEW-MINUTES
004527     MOVE ST-DESCRIPTION (WS-STD-IDX) TO WPD-DESCRIPTION
004528     MOVE ST-ROOM-TYPE (WS-STD-IDX) TO WS-LOOKUP-ROOM-TYPE
004529     MOVE ST-STATUS-CODE (WS-STD-IDX) TO WS-LOOKUP-STATUS-CODE
004530     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
004531     PERFORM 3400-FIND-STANDARDS-ROW THRU 3400-EXIT
004532     IF STANDARDS-ROW-FOUND
004533         MOVE ST-CLEAN-MINUTES (WS-STD-IDX) TO WPD-CURRENT-MINUTES
004534         MOVE SPACES TO WPD-NOTE
004535     ELSE
004536         MOVE ZERO TO WPD-CURRENT-MINUTES
004537         MOVE 'NEW ROW' TO WPD-NOTE
004538     END-IF
004539     WRITE PENDING-REPORT-LINE FROM WS-PENDING-DETAIL.
004540 6100-EXIT.
004541     EXIT.
004542
004543 7000-WRITE-AUDIT-DETAIL.
004544     MOVE TS-ACTION-CODE TO WAD-ACTION-CODE
004545     MOVE TS-ROOM-TYPE TO WAD-ROOM-TYPE
004546     MOVE TS-STATUS-CODE TO WAD-STATUS-CODE
004547     MOVE TS-CLEAN-MINUTES TO WAD-CLEAN-MINUTES
004548     MOVE TS-EFFECTIVE-DATE TO WAD-EFFECTIVE-DATE
004550     WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-DETAIL.
004560 7000-EXIT.
004570     EXIT.
004840 9000-TERMINATE.
004850     CLOSE TRANSACTION-FILE
004860     CLOSE NEW-STANDARDS-FILE
004870     CLOSE AUDIT-REPORT-FILE
004875     CLOSE PENDING-REPORT-FILE.
004880 9000-EXIT.
004890     EXIT.
004900
