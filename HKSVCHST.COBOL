000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKSVCHST.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------   *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - ROOM SERVICE HISTORY AND    *
000130*                  GUEST WELFARE CHECK, RUN AHEAD OF THE DAILY    *
000140*                  BOARD.  POSTS YESTERDAY'S ASSIGNMENT EXTRACT   *
000150*                  AGAINST THE SUPERVISOR'S ACTUALS TO THE        *
000160*                  INDEXED SERVICE-HISTORY FILE - A COMPLETED     *
000170*                  ROOM CLEARS ITS COUNT OF UNSERVICED DAYS, A    *
000180*                  DND, A REFUSAL OR A ROOM WITH NO ACTUAL ADDS   *
000190*                  ONE.  EVERY ROOM UNSERVICED FOR THE CONTROL-   *
000200*                  CARD NUMBER OF DAYS PRINTS ON THE WELFARE-     *
000210*                  CHECK REPORT FOR SECURITY AND GOES ON TODAY'S  *
000220*                  BOARD AS A PRIORITY ROOM - MARKED IF IT IS ON  *
000230*                  THE FRONT-OFFICE EXPORT, ADDED AS A STAY-OVER  *
000240*                  IF IT IS NOT.  POINT THE NEXT STEP'S ROOMSTAT  *
000250*                  AT THE WELFARE BOARD.                          *
000251*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000252*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000253*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000254*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000255*                  A RERUN OVERRIDE FOR IT.                       *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SERVICE-HISTORY-FILE
000360         ASSIGN TO SVCHIST
000370         ORGANIZATION IS INDEXED
000380         ACCESS IS DYNAMIC
000390         RECORD KEY IS SH-HISTORY-KEY
000400         FILE STATUS IS WS-HISTORY-FILE-KEY.
000410
000420     SELECT ACTUALS-FILE
000430         ASSIGN TO ACTUALS
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACTUALS-FILE-KEY.
000460
000470     SELECT ASSIGNMENT-EXTRACT-FILE
000480         ASSIGN TO ASNEXTF
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000510
000520     SELECT ROOM-STATUS-FILE
000530         ASSIGN TO ROOMSTAT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ROOM-STATUS-KEY.
000560
000570     SELECT WELFARE-BOARD-FILE
000580         ASSIGN TO WELBOARD
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-WELFARE-BOARD-KEY.
000610
000620     SELECT WELFARE-REPORT-FILE
000630         ASSIGN TO WELFRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-WELFARE-RPT-KEY.
000660
000661     SELECT BUSINESS-DATE-FILE
000662         ASSIGN TO BUSDATE
000663         ORGANIZATION IS LINE SEQUENTIAL
000664         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000665
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SERVICE-HISTORY-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY SVCHST.
000720
000730 FD  ACTUALS-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY HKACTL.
000760
000770 FD  ASSIGNMENT-EXTRACT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY ASNEXT.
000800
000810 FD  ROOM-STATUS-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY ROOMREC.
000840
000850 FD  WELFARE-BOARD-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY ROOMREC REPLACING
000880     ==ROOM-STATUS-RECORD== BY ==WELFARE-BOARD-RECORD==
000890     LEADING ==RS== BY ==WB==.
000900
000910 FD  WELFARE-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  WELFARE-REPORT-LINE          PIC X(80).
000940
000942 FD  BUSINESS-DATE-FILE
000944     LABEL RECORDS ARE STANDARD.
000946 COPY BUSDTE.
000948
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------*
000970*  FILE STATUS KEYS AND SWITCHES                                  *
000980*----------------------------------------------------------------*
000990 01  WS-FILE-STATUS-KEYS.
001000     05  WS-HISTORY-FILE-KEY       PIC X(02) VALUE SPACES.
001010         88  HISTORY-FILE-OK               VALUE '00'.
001020         88  HISTORY-FILE-NOT-FOUND        VALUE '35'.
001030     05  WS-ACTUALS-FILE-KEY       PIC X(02) VALUE SPACES.
001040         88  ACTUALS-FILE-OK               VALUE '00'.
001050     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
001060         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
001070     05  WS-ROOM-STATUS-KEY        PIC X(02) VALUE SPACES.
001080         88  ROOM-STATUS-FILE-OK           VALUE '00'.
001090     05  WS-WELFARE-BOARD-KEY      PIC X(02) VALUE SPACES.
001100     05  WS-WELFARE-RPT-KEY        PIC X(02) VALUE SPACES.
001103     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
001106         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
001110
001120 01  WS-SWITCHES.
001130     05  WS-ACTUALS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001140         88  END-OF-ACTUALS-FILE           VALUE 'Y'.
001150     05  WS-ASSIGN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001160         88  END-OF-ASSIGN-FILE            VALUE 'Y'.
001170     05  WS-BOARD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001180         88  END-OF-BOARD-FILE             VALUE 'Y'.
001190     05  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001200         88  END-OF-SERVICE-HISTORY        VALUE 'Y'.
001210     05  WS-ACTUAL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001220         88  ACTUAL-FOUND                  VALUE 'Y'.
001230     05  WS-WELFARE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001240         88  WELFARE-ROOM-FOUND            VALUE 'Y'.
001250     05  WS-ON-FILE-SWITCH         PIC X(01) VALUE 'N'.
001260         88  HISTORY-ON-FILE               VALUE 'Y'.
001270     05  WS-POSTING-SWITCH         PIC X(01) VALUE 'N'.
001280         88  POSTING-AVAILABLE             VALUE 'Y'.
001290
001300*----------------------------------------------------------------*
001310*  CONTROL CARD - WELFARE-CHECK LIMIT IN COLUMNS 1-3.  A ROOM     *
001320*  UNSERVICED FOR THIS MANY CONSECUTIVE BOARD DAYS OR MORE IS     *
001330*  REPORTED AND PUT BACK ON THE BOARD AS A PRIORITY ROOM.         *
001340*----------------------------------------------------------------*
001350 01  WS-CONTROL-CARD.
001360     05  CC-WELFARE-DAYS           PIC 9(03).
001370     05  FILLER                    PIC X(77).
001380
001390 77  WS-WELFARE-DAYS              PIC 9(03)     COMP VALUE 2.
001400
001410*----------------------------------------------------------------*
001420*  STANDALONE COUNTERS AND WORK FIELDS                            *
001430*----------------------------------------------------------------*
001440 77  WS-ACTUAL-COUNT              PIC 9(03)     COMP VALUE ZERO.
001450 77  WS-ACTUAL-SUBSCRIPT          PIC 9(03)     COMP VALUE ZERO.
001460 77  WS-WELFARE-COUNT             PIC 9(03)     COMP VALUE ZERO.
001470 77  WS-WELFARE-SUBSCRIPT         PIC 9(03)     COMP VALUE ZERO.
001480 77  WS-BOARD-ROOM-CTR            PIC 9(05)     COMP VALUE ZERO.
001490 77  WS-ALREADY-POSTED-CTR        PIC 9(05)     COMP VALUE ZERO.
001500 77  WS-COMPLETED-CTR             PIC 9(05)     COMP VALUE ZERO.
001510 77  WS-DND-CTR                   PIC 9(05)     COMP VALUE ZERO.
001520 77  WS-REFUSED-CTR               PIC 9(05)     COMP VALUE ZERO.
001530 77  WS-NOT-REPORTED-CTR          PIC 9(05)     COMP VALUE ZERO.
001540 77  WS-RUN-ENDED-CTR             PIC 9(05)     COMP VALUE ZERO.
001550 77  WS-HISTORY-READ-CTR          PIC 9(05)     COMP VALUE ZERO.
001560 77  WS-WELFARE-CTR               PIC 9(05)     COMP VALUE ZERO.
001570 77  WS-ON-BOARD-CTR              PIC 9(05)     COMP VALUE ZERO.
001580 77  WS-ADDED-CTR                 PIC 9(05)     COMP VALUE ZERO.
001590
001600 01  WS-DATE-TIME-FIELDS.
001610     05  WS-RUN-DATE               PIC 9(08).
001620     05  WS-BOARD-DATE             PIC 9(08) VALUE ZERO.
001630
001640*----------------------------------------------------------------*
001650*  ACTUALS TABLE - THE OUTCOME KEYED FOR EACH ROOM YESTERDAY.     *
001660*  ACTUALS CARRY ONLY THE ROOM NUMBER, SO A BOARD ROOM MATCHES    *
001670*  ON ROOM NUMBER ALONE.  WHEN A ROOM HAS MORE THAN ONE ACTUAL,   *
001680*  ANY COMPLETION WINS.                                           *
001690*----------------------------------------------------------------*
001700 01  WS-ACTUAL-TABLE.
001710     05  WS-ACTUAL-ENTRY OCCURS 500 TIMES
001720         INDEXED BY WS-ACTUAL-IDX.
001730         10  AT-ROOM-NUMBER            PIC X(04).
001740         10  AT-OUTCOME                PIC X(01).
001750
001760*----------------------------------------------------------------*
001770*  WELFARE TABLE - EVERY ROOM AT OR PAST THE WELFARE-CHECK LIMIT, *
001780*  IN PROPERTY/ROOM ORDER FROM THE HISTORY BROWSE.  THE BOARD     *
001790*  COPY MARKS THE ONES IT FINDS ON TODAY'S EXPORT.                *
001800*----------------------------------------------------------------*
001810 01  WS-WELFARE-TABLE.
001820     05  WS-WELFARE-ENTRY OCCURS 500 TIMES
001830         INDEXED BY WS-WELFARE-IDX.
001840         10  WF-PROPERTY-CODE          PIC X(04).
001850         10  WF-ROOM-NUMBER            PIC X(04).
001860         10  WF-ROOM-TYPE              PIC X(02).
001870         10  WF-UNSERVICED-DAYS        PIC 9(03).
001880         10  WF-LAST-SERVICE-DATE      PIC 9(08).
001890         10  WF-LAST-OUTCOME           PIC X(01).
001900             88  WF-LAST-DO-NOT-DISTURB    VALUE 'D'.
001910             88  WF-LAST-REFUSED           VALUE 'R'.
001920         10  WF-ON-BOARD-SWITCH        PIC X(01).
001930             88  WF-ON-BOARD               VALUE 'Y'.
001940
001950 01  WS-ERROR-MESSAGE-FIELDS.
001960     05  WS-BAD-FILE-NAME          PIC X(30).
001970
001980 01  WS-LOOKUP-FIELDS.
001990     05  WS-LOOKUP-ROOM-NUMBER     PIC X(04).
002000
002010*----------------------------------------------------------------*
002020*  REPORT LINE LAYOUTS                                            *
002030*----------------------------------------------------------------*
002040 01  WS-TITLE-LINE.
002050     05  FILLER                    PIC X(33) VALUE
002060         'WELFARE-CHECK REPORT -- RUN DATE '.
002070     05  WTL-RUN-DATE              PIC 9(08).
002080     05  FILLER                    PIC X(12) VALUE ' UNSERVICED '.
002090     05  WTL-WELFARE-DAYS          PIC ZZ9.
002100     05  FILLER                    PIC X(13) VALUE
002110         ' OR MORE DAYS'.
002120     05  FILLER                    PIC X(11) VALUE SPACES.
002130
002140 01  WS-COLUMN-HEADING.
002150     05  FILLER                    PIC X(34) VALUE
002160         'PROP  ROOM  TY  DAYS  OUTCOME     '.
002170     05  FILLER                    PIC X(23) VALUE
002180         '  LAST SVC    BOARD    '.
002190     05  FILLER                    PIC X(23) VALUE SPACES.
002200
002210 01  WS-WELFARE-LINE.
002220     05  WWL-PROPERTY-CODE         PIC X(04).
002230     05  FILLER                    PIC X(02) VALUE SPACES.
002240     05  WWL-ROOM-NUMBER           PIC X(04).
002250     05  FILLER                    PIC X(02) VALUE SPACES.
002260     05  WWL-ROOM-TYPE             PIC X(02).
002270     05  FILLER                    PIC X(02) VALUE SPACES.
002280     05  WWL-UNSERVICED-DAYS       PIC ZZZ9.
002290     05  FILLER                    PIC X(02) VALUE SPACES.
002300     05  WWL-OUTCOME               PIC X(12).
002310     05  FILLER                    PIC X(02) VALUE SPACES.
002320     05  WWL-LAST-SERVICE-DATE     PIC 9(08).
002330     05  FILLER                    PIC X(04) VALUE SPACES.
002340     05  WWL-DISPOSITION           PIC X(08).
002350     05  FILLER                    PIC X(24) VALUE SPACES.
002360
002370 01  WS-TOTAL-LINE.
002380     05  WT-LABEL                  PIC X(18).
002390     05  WT-COUNT                  PIC ZZZZ9.
002400     05  FILLER                    PIC X(57) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450     PERFORM 2000-LOAD-ACTUALS THRU 2000-EXIT
002460     PERFORM 3000-POST-SERVICE-HISTORY THRU 3000-EXIT
002470     PERFORM 4000-SELECT-WELFARE-ROOMS THRU 4000-EXIT
002480     PERFORM 5000-COPY-BOARD-EXPORT THRU 5000-EXIT
002490     PERFORM 6000-WRITE-WELFARE-REPORT THRU 6000-EXIT
002500     PERFORM 8000-WRITE-WELFARE-TOTALS THRU 8000-EXIT
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT
002520     GO TO 9999-EXIT.
002530
002540*==================================================================*
002550*  1000-INITIALIZE - CONTROL CARD, FILES AND TITLE.  THE SERVICE-  *
002560*  HISTORY FILE IS CREATED ON THE FIRST RUN.  WITHOUT BOTH THE     *
002570*  ACTUALS AND YESTERDAY'S EXTRACT NOTHING IS POSTED, SO A MISSING *
002580*  ACTUALS FILE CANNOT MAKE EVERY ROOM LOOK UNSERVICED.            *
002590*==================================================================*
002600 1000-INITIALIZE.
002610     MOVE SPACES TO WS-CONTROL-CARD
002620     ACCEPT WS-CONTROL-CARD FROM SYSIN
002630     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002640     IF CC-WELFARE-DAYS IS NUMERIC
002650         AND CC-WELFARE-DAYS > ZERO
002660         MOVE CC-WELFARE-DAYS TO WS-WELFARE-DAYS
002670     END-IF
002680     OPEN I-O SERVICE-HISTORY-FILE
002690     IF HISTORY-FILE-NOT-FOUND
002700         OPEN OUTPUT SERVICE-HISTORY-FILE
002710         CLOSE SERVICE-HISTORY-FILE
002720         OPEN I-O SERVICE-HISTORY-FILE
002730     END-IF
002740     IF NOT HISTORY-FILE-OK
002750         MOVE 'SERVICE-HISTORY (SVCHIST)' TO WS-BAD-FILE-NAME
002760         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002770     END-IF
002780     OPEN INPUT ROOM-STATUS-FILE
002790     IF NOT ROOM-STATUS-FILE-OK
002800         MOVE 'ROOM-STATUS (ROOMSTAT)' TO WS-BAD-FILE-NAME
002810         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002820     END-IF
002830     OPEN INPUT ACTUALS-FILE
002840     IF ACTUALS-FILE-OK
002850         OPEN INPUT ASSIGNMENT-EXTRACT-FILE
002860         IF ASSIGN-EXT-FILE-OK
002870             SET POSTING-AVAILABLE TO TRUE
002880         ELSE
002890             CLOSE ACTUALS-FILE
002900         END-IF
002910     END-IF
002920     IF NOT POSTING-AVAILABLE
002930         DISPLAY 'SERVICE HISTORY WARNING -- NO ACTUALS '
002940             '(ACTUALS) OR NO ASSIGNMENT EXTRACT (ASNEXTF) -- '
002950             'NOTHING POSTED, REPORT IS FROM HISTORY ON FILE'
002960     END-IF
002970     OPEN OUTPUT WELFARE-BOARD-FILE
002980     OPEN OUTPUT WELFARE-REPORT-FILE
002990     MOVE WS-RUN-DATE TO WTL-RUN-DATE
003000     MOVE WS-WELFARE-DAYS TO WTL-WELFARE-DAYS
003010     WRITE WELFARE-REPORT-LINE FROM WS-TITLE-LINE
003020     MOVE SPACES TO WELFARE-REPORT-LINE
003030     WRITE WELFARE-REPORT-LINE.
003040 1000-EXIT.
003050     EXIT.
003060
003061*----------------------------------------------------------------*
003062*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
003063*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
003064*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
003065*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
003066*----------------------------------------------------------------*
003067 1050-READ-BUSINESS-DATE.
003068     OPEN INPUT BUSINESS-DATE-FILE
003069     IF NOT BUSINESS-DATE-FILE-OK
003070         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
003071         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003072     END-IF
003073     READ BUSINESS-DATE-FILE
003074         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
003075     END-READ
003076     CLOSE BUSINESS-DATE-FILE
003077     IF BD-BUSINESS-DATE IS NOT NUMERIC
003078         OR BD-BUSINESS-DATE = ZERO
003079         DISPLAY 'SERVICE HISTORY ERROR -- NO BUSINESS DATE'
003080             ' ON THE CONTROL FILE (BUSDATE)'
003081         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
003082             'AND RESUBMIT'
003083         MOVE 8 TO RETURN-CODE
003084         GO TO 9999-EXIT
003085     END-IF
003086     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
003087         MOVE BD-RERUN-DATE TO WS-RUN-DATE
003088         DISPLAY 'SERVICE HISTORY WARNING -- RERUN OVERRIDE'
003089             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
003090         GO TO 1050-EXIT
003091     END-IF
003092     IF BD-DAY-COMPLETE
003093         DISPLAY 'SERVICE HISTORY ERROR -- BUSINESS DATE '
003094             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
003095         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
003096             'HKDTROLL TO PROCESS IT AGAIN'
003097         MOVE 8 TO RETURN-CODE
003098         GO TO 9999-EXIT
003099     END-IF
003100     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003101 1050-EXIT.
003102     EXIT.
003103
003104*==================================================================*
003105*  2000-LOAD-ACTUALS - ONE TABLE ENTRY PER ROOM KEYED YESTERDAY,   *
003106*  HOLDING 'C' FOR A COMPLETED ROOM OR THE DND/REFUSED OUTCOME.    *
003107*==================================================================*
003110 2000-LOAD-ACTUALS.
003120     IF NOT POSTING-AVAILABLE
003130         GO TO 2000-EXIT
003140     END-IF
003150     PERFORM 2100-READ-ACTUALS-RECORD THRU 2100-EXIT
003160     PERFORM 2200-STORE-ONE-ACTUAL THRU 2200-EXIT
003170         UNTIL END-OF-ACTUALS-FILE
003180     CLOSE ACTUALS-FILE.
003190 2000-EXIT.
003200     EXIT.
003210
003220 2100-READ-ACTUALS-RECORD.
003230     READ ACTUALS-FILE
003240         AT END SET END-OF-ACTUALS-FILE TO TRUE
003250     END-READ.
003260 2100-EXIT.
003270     EXIT.
003280
003290 2200-STORE-ONE-ACTUAL.
003300     MOVE AC-ROOM-NUMBER TO WS-LOOKUP-ROOM-NUMBER
003310     PERFORM 2300-FIND-ACTUAL THRU 2300-EXIT
003320     IF ACTUAL-FOUND
003330         IF AC-SERVICE-COMPLETED
003340             MOVE 'C' TO AT-OUTCOME (WS-ACTUAL-IDX)
003350         END-IF
003360         GO TO 2200-NEXT
003370     END-IF
003380     IF WS-ACTUAL-COUNT < 500
003390         ADD 1 TO WS-ACTUAL-COUNT
003400         SET WS-ACTUAL-IDX TO WS-ACTUAL-COUNT
003410         MOVE AC-ROOM-NUMBER TO AT-ROOM-NUMBER (WS-ACTUAL-IDX)
003420         IF AC-SERVICE-DECLINED
003430             MOVE AC-SERVICE-OUTCOME TO AT-OUTCOME (WS-ACTUAL-IDX)
003440         ELSE
003450             MOVE 'C' TO AT-OUTCOME (WS-ACTUAL-IDX)
003460         END-IF
003470     ELSE
003480         DISPLAY 'SERVICE HISTORY WARNING -- ROOM '
003490             AC-ROOM-NUMBER
003500             ' DROPPED -- ACTUALS TABLE IS FULL AT 500 ENTRIES'
003510     END-IF.
003520 2200-NEXT.
003530     PERFORM 2100-READ-ACTUALS-RECORD THRU 2100-EXIT.
003540 2200-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580*  2300-FIND-ACTUAL - LOOKS UP THE ROOM IN WS-LOOKUP-ROOM-NUMBER, *
003590*  LEAVING WS-ACTUAL-IDX ON IT WHEN FOUND.                        *
003600*----------------------------------------------------------------*
003610 2300-FIND-ACTUAL.
003620     MOVE 'N' TO WS-ACTUAL-FOUND-SWITCH
003630     PERFORM 2310-MATCH-ONE-ACTUAL THRU 2310-EXIT
003640         VARYING WS-ACTUAL-SUBSCRIPT FROM 1 BY 1
003650         UNTIL WS-ACTUAL-SUBSCRIPT > WS-ACTUAL-COUNT
003660         OR ACTUAL-FOUND.
003670 2300-EXIT.
003680     EXIT.
003690
003700 2310-MATCH-ONE-ACTUAL.
003710     SET WS-ACTUAL-IDX TO WS-ACTUAL-SUBSCRIPT
003720     IF AT-ROOM-NUMBER (WS-ACTUAL-IDX) = WS-LOOKUP-ROOM-NUMBER
003730         SET ACTUAL-FOUND TO TRUE
003740     END-IF.
003750 2310-EXIT.
003760     EXIT.
003770
003780*==================================================================*
003790*  3000-POST-SERVICE-HISTORY - EVERY ROOM ON YESTERDAY'S EXTRACT   *
003800*  (DETAIL RECORDS ONLY) IS POSTED TO ITS HISTORY RECORD.          *
003810*==================================================================*
003820 3000-POST-SERVICE-HISTORY.
003830     IF NOT POSTING-AVAILABLE
003840         GO TO 3000-EXIT
003850     END-IF
003860     PERFORM 3100-READ-ASSIGNMENT-RECORD THRU 3100-EXIT
003870     PERFORM 3200-POST-ONE-ROOM THRU 3200-EXIT
003880         UNTIL END-OF-ASSIGN-FILE
003890     CLOSE ASSIGNMENT-EXTRACT-FILE.
003900 3000-EXIT.
003910     EXIT.
003920
003930 3100-READ-ASSIGNMENT-RECORD.
003940     READ ASSIGNMENT-EXTRACT-FILE
003950         AT END SET END-OF-ASSIGN-FILE TO TRUE
003960     END-READ.
003970 3100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010*  3200-POST-ONE-ROOM - A ROOM ALREADY POSTED FOR THIS BOARD DATE *
004020*  IS LEFT ALONE, SO A RERUN IS SAFE.  A COMPLETED ROOM CLEARS    *
004030*  THE COUNT; ANY OTHER OUTCOME ADDS A DAY.  A DEPARTURE ('D')    *
004040*  ENDS THE GUEST'S STAY, SO ITS COUNT STARTS OVER EITHER WAY.    *
004050*----------------------------------------------------------------*
004060 3200-POST-ONE-ROOM.
004070     IF NOT AX-DETAIL-RECORD
004080         GO TO 3200-NEXT
004090     END-IF
004100     ADD 1 TO WS-BOARD-ROOM-CTR
004110     IF AX-RUN-DATE > WS-BOARD-DATE
004120         MOVE AX-RUN-DATE TO WS-BOARD-DATE
004130     END-IF
004140     MOVE AX-PROPERTY-CODE TO SH-PROPERTY-CODE
004150     MOVE AX-ROOM-NUMBER TO SH-ROOM-NUMBER
004160     READ SERVICE-HISTORY-FILE
004170         INVALID KEY CONTINUE
004180     END-READ
004190     IF HISTORY-FILE-OK
004200         SET HISTORY-ON-FILE TO TRUE
004210     ELSE
004220         MOVE 'N' TO WS-ON-FILE-SWITCH
004230         MOVE SPACES TO SERVICE-HISTORY-RECORD
004240         MOVE AX-PROPERTY-CODE TO SH-PROPERTY-CODE
004250         MOVE AX-ROOM-NUMBER TO SH-ROOM-NUMBER
004260         MOVE ZERO TO SH-LAST-BOARD-DATE
004270         MOVE ZERO TO SH-LAST-SERVICE-DATE
004280         MOVE ZERO TO SH-UNSERVICED-DAYS
004290     END-IF
004300     IF HISTORY-ON-FILE
004310         AND SH-LAST-BOARD-DATE = AX-RUN-DATE
004320         ADD 1 TO WS-ALREADY-POSTED-CTR
004330         GO TO 3200-NEXT
004340     END-IF
004350     MOVE AX-ROOM-TYPE TO SH-ROOM-TYPE
004360     MOVE AX-RUN-DATE TO SH-LAST-BOARD-DATE
004370     MOVE AX-ROOM-NUMBER TO WS-LOOKUP-ROOM-NUMBER
004380     PERFORM 2300-FIND-ACTUAL THRU 2300-EXIT
004390     IF ACTUAL-FOUND
004400         MOVE AT-OUTCOME (WS-ACTUAL-IDX) TO SH-LAST-OUTCOME
004410     ELSE
004420         MOVE 'N' TO SH-LAST-OUTCOME
004430     END-IF
004440     PERFORM 3300-COUNT-OUTCOME THRU 3300-EXIT
004450     IF AX-STATUS-CODE = 'D'
004460         MOVE ZERO TO SH-UNSERVICED-DAYS
004470     END-IF
004480     IF HISTORY-ON-FILE
004490         REWRITE SERVICE-HISTORY-RECORD
004500             INVALID KEY
004510                 DISPLAY 'SERVICE HISTORY WARNING -- ROOM '
004520                     AX-PROPERTY-CODE ' ' AX-ROOM-NUMBER
004530                     ' HISTORY NOT UPDATED'
004540         END-REWRITE
004550     ELSE
004560         WRITE SERVICE-HISTORY-RECORD
004570             INVALID KEY
004580                 DISPLAY 'SERVICE HISTORY WARNING -- ROOM '
004590                     AX-PROPERTY-CODE ' ' AX-ROOM-NUMBER
004600                     ' HISTORY NOT ADDED'
004610         END-WRITE
004620     END-IF.
004630 3200-NEXT.
004640     PERFORM 3100-READ-ASSIGNMENT-RECORD THRU 3100-EXIT.
004650 3200-EXIT.
004660     EXIT.
004670
004680 3300-COUNT-OUTCOME.
004690     IF SH-LAST-COMPLETED
004700         ADD 1 TO WS-COMPLETED-CTR
004710         MOVE AX-RUN-DATE TO SH-LAST-SERVICE-DATE
004720         MOVE ZERO TO SH-UNSERVICED-DAYS
004730         GO TO 3300-EXIT
004740     END-IF
004750     IF SH-LAST-DO-NOT-DISTURB
004760         ADD 1 TO WS-DND-CTR
004770     ELSE
004780         IF SH-LAST-REFUSED
004790             ADD 1 TO WS-REFUSED-CTR
004800         ELSE
004810             ADD 1 TO WS-NOT-REPORTED-CTR
004820         END-IF
004830     END-IF
004840     IF SH-UNSERVICED-DAYS < 999
004850         ADD 1 TO SH-UNSERVICED-DAYS
004860     END-IF.
004870 3300-EXIT.
004880     EXIT.
004890
004900*==================================================================*
004910*  4000-SELECT-WELFARE-ROOMS - BROWSE THE WHOLE HISTORY FILE IN    *
004920*  KEY ORDER.  A ROOM WITH A COUNT THAT WAS NOT ON YESTERDAY'S     *
004930*  BOARD HAS LEFT SERVICE (CHECKED OUT OR TAKEN OFF THE EXPORT),   *
004940*  SO ITS COUNT IS CLEARED.  EVERY ROOM STILL AT OR PAST THE       *
004950*  WELFARE-CHECK LIMIT GOES INTO THE WELFARE TABLE.                *
004960*==================================================================*
004970 4000-SELECT-WELFARE-ROOMS.
004980     MOVE LOW-VALUES TO SH-HISTORY-KEY
004990     START SERVICE-HISTORY-FILE
005000         KEY IS NOT LESS THAN SH-HISTORY-KEY
005010         INVALID KEY SET END-OF-SERVICE-HISTORY TO TRUE
005020     END-START
005030     IF NOT END-OF-SERVICE-HISTORY
005040         PERFORM 4100-READ-NEXT-HISTORY THRU 4100-EXIT
005050     END-IF
005060     PERFORM 4200-CHECK-ONE-HISTORY THRU 4200-EXIT
005070         UNTIL END-OF-SERVICE-HISTORY.
005080 4000-EXIT.
005090     EXIT.
005100
005110 4100-READ-NEXT-HISTORY.
005120     READ SERVICE-HISTORY-FILE NEXT RECORD
005130         AT END SET END-OF-SERVICE-HISTORY TO TRUE
005140     END-READ.
005150 4100-EXIT.
005160     EXIT.
005170
005180 4200-CHECK-ONE-HISTORY.
005190     ADD 1 TO WS-HISTORY-READ-CTR
005200     IF SH-UNSERVICED-DAYS = ZERO
005210         GO TO 4200-NEXT
005220     END-IF
005230     IF WS-BOARD-DATE > ZERO
005240         AND SH-LAST-BOARD-DATE < WS-BOARD-DATE
005250         MOVE ZERO TO SH-UNSERVICED-DAYS
005260         REWRITE SERVICE-HISTORY-RECORD
005270             INVALID KEY
005280                 DISPLAY 'SERVICE HISTORY WARNING -- ROOM '
005290                     SH-PROPERTY-CODE ' ' SH-ROOM-NUMBER
005300                     ' COUNT NOT CLEARED'
005310         END-REWRITE
005320         ADD 1 TO WS-RUN-ENDED-CTR
005330         GO TO 4200-NEXT
005340     END-IF
005350     IF SH-UNSERVICED-DAYS < WS-WELFARE-DAYS
005360         GO TO 4200-NEXT
005370     END-IF
005380     ADD 1 TO WS-WELFARE-CTR
005390     IF WS-WELFARE-COUNT < 500
005400         ADD 1 TO WS-WELFARE-COUNT
005410         SET WS-WELFARE-IDX TO WS-WELFARE-COUNT
005420         MOVE SH-PROPERTY-CODE
005430             TO WF-PROPERTY-CODE (WS-WELFARE-IDX)
005440         MOVE SH-ROOM-NUMBER TO WF-ROOM-NUMBER (WS-WELFARE-IDX)
005450         MOVE SH-ROOM-TYPE TO WF-ROOM-TYPE (WS-WELFARE-IDX)
005460         MOVE SH-UNSERVICED-DAYS
005470             TO WF-UNSERVICED-DAYS (WS-WELFARE-IDX)
005480         MOVE SH-LAST-SERVICE-DATE
005490             TO WF-LAST-SERVICE-DATE (WS-WELFARE-IDX)
005500         MOVE SH-LAST-OUTCOME TO WF-LAST-OUTCOME (WS-WELFARE-IDX)
005510         MOVE 'N' TO WF-ON-BOARD-SWITCH (WS-WELFARE-IDX)
005520     ELSE
005530         DISPLAY 'SERVICE HISTORY WARNING -- ROOM '
005540             SH-PROPERTY-CODE ' ' SH-ROOM-NUMBER
005550             ' NOT PRIORITIZED -- WELFARE TABLE IS FULL AT 500'
005560     END-IF.
005570 4200-NEXT.
005580     PERFORM 4100-READ-NEXT-HISTORY THRU 4100-EXIT.
005590 4200-EXIT.
005600     EXIT.
005610
005620*==================================================================*
005630*  5000-COPY-BOARD-EXPORT - THE FRONT-OFFICE EXPORT PASSES THROUGH *
005640*  TO THE WELFARE BOARD.  A WELFARE ROOM FOUND ON IT IS MARKED     *
005650*  PRIORITY SERVICE ('P').                                         *
005660*==================================================================*
005670 5000-COPY-BOARD-EXPORT.
005680     PERFORM 5100-READ-BOARD-RECORD THRU 5100-EXIT
005690     PERFORM 5200-COPY-ONE-BOARD-RECORD THRU 5200-EXIT
005700         UNTIL END-OF-BOARD-FILE
005710     CLOSE ROOM-STATUS-FILE.
005720 5000-EXIT.
005730     EXIT.
005740
005750 5100-READ-BOARD-RECORD.
005760     READ ROOM-STATUS-FILE
005770         AT END SET END-OF-BOARD-FILE TO TRUE
005780     END-READ.
005790 5100-EXIT.
005800     EXIT.
005810
005820 5200-COPY-ONE-BOARD-RECORD.
005830     MOVE ROOM-STATUS-RECORD TO WELFARE-BOARD-RECORD
005840     PERFORM 5300-FIND-WELFARE-ROOM THRU 5300-EXIT
005850     IF WELFARE-ROOM-FOUND
005860         MOVE 'P' TO WB-SERVICE-PRIORITY
005870         MOVE 'Y' TO WF-ON-BOARD-SWITCH (WS-WELFARE-IDX)
005880         ADD 1 TO WS-ON-BOARD-CTR
005890     END-IF
005900     WRITE WELFARE-BOARD-RECORD
005910     PERFORM 5100-READ-BOARD-RECORD THRU 5100-EXIT.
005920 5200-EXIT.
005930     EXIT.
005940
005950 5300-FIND-WELFARE-ROOM.
005960     MOVE 'N' TO WS-WELFARE-FOUND-SWITCH
005970     PERFORM 5310-MATCH-ONE-WELFARE THRU 5310-EXIT
005980         VARYING WS-WELFARE-SUBSCRIPT FROM 1 BY 1
005990         UNTIL WS-WELFARE-SUBSCRIPT > WS-WELFARE-COUNT
006000         OR WELFARE-ROOM-FOUND.
006010 5300-EXIT.
006020     EXIT.
006030
006040 5310-MATCH-ONE-WELFARE.
006050     SET WS-WELFARE-IDX TO WS-WELFARE-SUBSCRIPT
006060     IF WF-PROPERTY-CODE (WS-WELFARE-IDX) = RS-PROPERTY-CODE
006070         AND WF-ROOM-NUMBER (WS-WELFARE-IDX) = RS-ROOM-NUMBER
006080         SET WELFARE-ROOM-FOUND TO TRUE
006090     END-IF.
006100 5310-EXIT.
006110     EXIT.
006120
006130*==================================================================*
006140*  6000-WRITE-WELFARE-REPORT - ONE LINE PER WELFARE ROOM FOR       *
006150*  SECURITY.  A ROOM THE EXPORT DID NOT CARRY IS ADDED TO THE      *
006160*  WELFARE BOARD AS A PRIORITY STAY-OVER IN ITS OWN TYPE.          *
006170*==================================================================*
006180 6000-WRITE-WELFARE-REPORT.
006190     WRITE WELFARE-REPORT-LINE FROM WS-COLUMN-HEADING
006200     PERFORM 6100-WRITE-ONE-WELFARE-ROOM THRU 6100-EXIT
006210         VARYING WS-WELFARE-SUBSCRIPT FROM 1 BY 1
006220         UNTIL WS-WELFARE-SUBSCRIPT > WS-WELFARE-COUNT.
006230 6000-EXIT.
006240     EXIT.
006250
006260 6100-WRITE-ONE-WELFARE-ROOM.
006270     SET WS-WELFARE-IDX TO WS-WELFARE-SUBSCRIPT
006280     IF WF-ON-BOARD (WS-WELFARE-IDX)
006290         MOVE 'ON BOARD' TO WWL-DISPOSITION
006300     ELSE
006310         PERFORM 6200-ADD-WELFARE-ROOM THRU 6200-EXIT
006320         MOVE 'ADDED   ' TO WWL-DISPOSITION
006330     END-IF
006340     MOVE WF-PROPERTY-CODE (WS-WELFARE-IDX) TO WWL-PROPERTY-CODE
006350     MOVE WF-ROOM-NUMBER (WS-WELFARE-IDX) TO WWL-ROOM-NUMBER
006360     MOVE WF-ROOM-TYPE (WS-WELFARE-IDX) TO WWL-ROOM-TYPE
006370     MOVE WF-UNSERVICED-DAYS (WS-WELFARE-IDX)
006380         TO WWL-UNSERVICED-DAYS
006390     IF WF-LAST-DO-NOT-DISTURB (WS-WELFARE-IDX)
006400         MOVE 'DND         ' TO WWL-OUTCOME
006410     ELSE
006420         IF WF-LAST-REFUSED (WS-WELFARE-IDX)
006430             MOVE 'REFUSED     ' TO WWL-OUTCOME
006440         ELSE
006450             MOVE 'NOT REPORTED' TO WWL-OUTCOME
006460         END-IF
006470     END-IF
006480     IF WF-LAST-SERVICE-DATE (WS-WELFARE-IDX) IS NUMERIC
006490         MOVE WF-LAST-SERVICE-DATE (WS-WELFARE-IDX)
006500             TO WWL-LAST-SERVICE-DATE
006510     ELSE
006520         MOVE ZERO TO WWL-LAST-SERVICE-DATE
006530     END-IF
006540     WRITE WELFARE-REPORT-LINE FROM WS-WELFARE-LINE.
006550 6100-EXIT.
006560     EXIT.
006570
006580 6200-ADD-WELFARE-ROOM.
006590     MOVE SPACES TO WELFARE-BOARD-RECORD
006600     MOVE WF-ROOM-NUMBER (WS-WELFARE-IDX) TO WB-ROOM-NUMBER
006610     MOVE 'S' TO WB-STATUS-CODE
006620     MOVE WF-ROOM-TYPE (WS-WELFARE-IDX) TO WB-ROOM-TYPE
006630     MOVE WF-PROPERTY-CODE (WS-WELFARE-IDX) TO WB-PROPERTY-CODE
006640     MOVE 'P' TO WB-SERVICE-PRIORITY
006650     WRITE WELFARE-BOARD-RECORD
006660     ADD 1 TO WS-ADDED-CTR.
006670 6200-EXIT.
006680     EXIT.
006690
006700 8000-WRITE-WELFARE-TOTALS.
006710     MOVE SPACES TO WELFARE-REPORT-LINE
006720     WRITE WELFARE-REPORT-LINE
006730     MOVE SPACES TO WS-TOTAL-LINE
006740     MOVE 'BOARD ROOMS READ  ' TO WT-LABEL
006750     MOVE WS-BOARD-ROOM-CTR TO WT-COUNT
006760     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006770     MOVE 'ALREADY POSTED    ' TO WT-LABEL
006780     MOVE WS-ALREADY-POSTED-CTR TO WT-COUNT
006790     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006800     MOVE 'SERVICED          ' TO WT-LABEL
006810     MOVE WS-COMPLETED-CTR TO WT-COUNT
006820     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006830     MOVE 'DO NOT DISTURB    ' TO WT-LABEL
006840     MOVE WS-DND-CTR TO WT-COUNT
006850     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006860     MOVE 'SERVICE REFUSED   ' TO WT-LABEL
006870     MOVE WS-REFUSED-CTR TO WT-COUNT
006880     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006890     MOVE 'NOT REPORTED      ' TO WT-LABEL
006900     MOVE WS-NOT-REPORTED-CTR TO WT-COUNT
006910     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006920     MOVE 'COUNTS CLEARED    ' TO WT-LABEL
006930     MOVE WS-RUN-ENDED-CTR TO WT-COUNT
006940     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006950     MOVE 'WELFARE ROOMS     ' TO WT-LABEL
006960     MOVE WS-WELFARE-CTR TO WT-COUNT
006970     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
006980     MOVE 'MARKED ON BOARD   ' TO WT-LABEL
006990     MOVE WS-ON-BOARD-CTR TO WT-COUNT
007000     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE
007010     MOVE 'ADDED TO BOARD    ' TO WT-LABEL
007020     MOVE WS-ADDED-CTR TO WT-COUNT
007030     WRITE WELFARE-REPORT-LINE FROM WS-TOTAL-LINE.
007040 8000-EXIT.
007050     EXIT.
007060
007070*==================================================================*
007080*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                         *
007090*==================================================================*
007100 9000-TERMINATE.
007110     CLOSE SERVICE-HISTORY-FILE
007120     CLOSE WELFARE-BOARD-FILE
007130     CLOSE WELFARE-REPORT-FILE.
007140 9000-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180*  9600-FILE-OPEN-ERROR-ROUTINE - NO SERVICE-HISTORY FILE OR NO   *
007190*  EXPORT MEANS NO WELFARE BOARD.  NAME THE FILE AND STOP         *
007200*  CLEANLY SO THE BOARD RUN USES THE RAW EXPORT INSTEAD.          *
007210*----------------------------------------------------------------*
007220 9600-FILE-OPEN-ERROR-ROUTINE.
007230     DISPLAY 'SERVICE HISTORY FILE ERROR -- UNABLE TO OPEN '
007240         WS-BAD-FILE-NAME
007250     DISPLAY 'RUN TERMINATED -- VERIFY THE FILE EXISTS AND IS '
007260         'CORRECTLY NAMED AND RESUBMIT'
007270     GO TO 9999-EXIT.
007280 9600-EXIT.
007290     EXIT.
007300
007310 9999-EXIT.
007320     STOP RUN.
