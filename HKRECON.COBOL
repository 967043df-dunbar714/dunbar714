000260*                  HOUSEKEEPER AND PER SECTION ALONGSIDE THE      *
000270*                  MINUTES VARIANCE, SO RE-CLEANS STOP VANISHING  *
000280*                  BETWEEN THE PLAN AND THE ACTUALS.              *
000281*  10/15/2026 MRD  LOAD THE PLAN FROM THE BOARD RUN'S ASSIGNMENT  *
000282*                  EXTRACT (ASNEXTF) INSTEAD OF PARSING THE       *
000283*                  PRINTED ASSIGNMENT REPORT.  THE HOUSEKEEPER    *
000284*                  NAME NOW COMES FROM THE PAYROLL EXTRACT.       *
000285*  10/15/2026 MRD  A DND OR REFUSED-SERVICE ACTUAL NO LONGER      *
000286*                  COUNTS AGAINST THE ASSIGNED HOUSEKEEPER - THE  *
000287*                  ROOM'S PLAN MINUTES COME OFF THEIR VARIANCE    *
000288*                  AND PRINT AS UNUSED CAPACITY.                  *
000289*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000290*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000291*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000292*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000293*                  A RERUN OVERRIDE FOR IT.                       *
000296*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ASSIGNMENT-EXTRACT-FILE
000390         ASSIGN TO ASNEXTF
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000420
000430     SELECT PAYROLL-EXTRACT-FILE
000440         ASSIGN TO PAYEXTF
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-INSPECTION-KEY.
000620
000621     SELECT BUSINESS-DATE-FILE
000622         ASSIGN TO BUSDATE
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000625
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ASSIGNMENT-EXTRACT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY ASNEXT.
000680
000690 FD  PAYROLL-EXTRACT-FILE
000700     LABEL RECORDS ARE STANDARD.
000820     LABEL RECORDS ARE STANDARD.
000830 COPY HKINSP.
000840
000842 FD  BUSINESS-DATE-FILE
000844     LABEL RECORDS ARE STANDARD.
000846 COPY BUSDTE.
000848
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------*
000870*  FILE STATUS KEYS                                               *
000880*----------------------------------------------------------------*
000890 01  WS-FILE-STATUS-KEYS.
000900     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
000910         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
000920     05  WS-PAYROLL-FILE-KEY       PIC X(02) VALUE SPACES.
000930         88  PAYROLL-FILE-OK               VALUE '00'.
000940     05  WS-ACTUALS-FILE-KEY       PIC X(02) VALUE SPACES.
000960     05  WS-RECON-RPT-KEY          PIC X(02) VALUE SPACES.
000970     05  WS-INSPECTION-KEY         PIC X(02) VALUE SPACES.
000980         88  INSPECTION-FILE-OK            VALUE '00'.
000983     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000986         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000990
001000*----------------------------------------------------------------*
001010*  SWITCHES                                                       *
001340 77  WS-SECTION-SUB               PIC 9(03)     COMP VALUE ZERO.
001350 77  WS-PASS-PERCENT              PIC 9(03)     COMP VALUE ZERO.
001360 77  WS-INSP-REJECT-CTR           PIC 9(05)     COMP VALUE ZERO.
001370 77  WS-DECLINED-ROOM-CTR         PIC 9(05)     COMP VALUE ZERO.
001380 77  WS-UNUSED-MINUTES            PIC S9(07)    COMP VALUE ZERO.
001390 77  WS-DECLINED-ADJUST           PIC S9(05)    COMP VALUE ZERO.
001560
001570*----------------------------------------------------------------*
001580*  ROOM RECONCILIATION TABLE - ONE ENTRY PER ASSIGNED ROOM.       *
001583*  RT-ACTUAL-FLAG - 'N' NO ACTUAL YET, 'Y' CLEANED, 'D' DND AND   *
001586*  'R' REFUSED SERVICE (NOT CLEANED - PLAN MINUTES UNUSED).       *
001590*----------------------------------------------------------------*
001600 01  WS-ROOM-TABLE.
001610     05  WS-ROOM-ENTRY OCCURS 500 TIMES
001790         10  ET-PLAN-MINUTES           PIC 9(05) COMP.
001800         10  ET-EXTRACT-MINUTES        PIC 9(05) COMP.
001810         10  ET-ACTUAL-MINUTES         PIC 9(05) COMP.
001815         10  ET-DECLINED-MINUTES       PIC 9(05) COMP.
001820         10  ET-ON-EXTRACT-FLAG        PIC X(01).
001830         10  ET-INSPECTED-COUNT        PIC 9(05) COMP.
001840         10  ET-PASSED-COUNT           PIC 9(05) COMP.
002050         10  ST-REPORTED-COUNT         PIC 9(05) COMP.
002060         10  ST-PLAN-MINUTES           PIC 9(07) COMP.
002070         10  ST-ACTUAL-MINUTES         PIC 9(07) COMP.
002075         10  ST-DECLINED-MINUTES       PIC 9(07) COMP.
002080
002090*----------------------------------------------------------------*
002100*  ACTUALS KEYED FOR ROOMS THAT ARE NOT ON TODAY'S BOARD.         *
002470     05  WL-VARIANCE               PIC -(5)9.
002480     05  FILLER                    PIC X(02) VALUE SPACES.
002490     05  WL-FLAG                   PIC X(01).
002500     05  FILLER                    PIC X(02) VALUE SPACES.
002503     05  WL-UNUSED-MINUTES         PIC ZZZZ9.
002506     05  FILLER                    PIC X(20) VALUE SPACES.
002510
002520 01  WS-STATUS-LINE.
002530     05  WT-STATUS-CODE            PIC X(01).
002650     05  WT-AVG-PLAN               PIC ZZ9.9.
002660     05  FILLER                    PIC X(02) VALUE SPACES.
002670     05  WT-AVG-ACTUAL             PIC ZZ9.9.
002680     05  FILLER                    PIC X(02) VALUE SPACES.
002683     05  WT-UNUSED-MINUTES         PIC ZZZZZZ9.
002686     05  FILLER                    PIC X(20) VALUE SPACES.
002690
002700 01  WS-EXCEPTION-DETAIL.
002710     05  WX-TEXT-ONE               PIC X(30).
002750     05  WX-EMPLOYEE-ID            PIC X(06).
002760     05  FILLER                    PIC X(25) VALUE SPACES.
002770
002771 01  WS-UNUSED-CAPACITY-LINE.
002772     05  FILLER                    PIC X(18) VALUE
002773         'UNUSED CAPACITY --'.
002774     05  WU-ROOM-COUNT             PIC ZZZZ9.
002775     05  FILLER                    PIC X(30) VALUE
002776         ' ROOM(S) DND OR REFUSED,      '.
002777     05  WU-UNUSED-MINUTES         PIC ZZZZZZ9.
002778     05  FILLER                    PIC X(20) VALUE
002779         ' PLAN MINUTES UNUSED'.
002780
002785 01  WS-PASS-EMPLOYEE-LINE.
002790     05  WPE-EMPLOYEE-ID           PIC X(06).
002800     05  FILLER                    PIC X(01) VALUE SPACES.
002810     05  WPE-EMPLOYEE-NAME         PIC X(20).
003120*  1000-INITIALIZE - OPEN EVERY FILE AND SEED THE STATUS TABLE.    *
003130*==================================================================*
003140 1000-INITIALIZE.
003150     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
003160     OPEN INPUT ASSIGNMENT-EXTRACT-FILE
003170     IF NOT ASSIGN-EXT-FILE-OK
003180         MOVE 'ASSIGNMENT-EXTRACT (ASNEXTF)' TO WS-BAD-FILE-NAME
003190         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003200     END-IF
003210     OPEN INPUT PAYROLL-EXTRACT-FILE
003400 1000-EXIT.
003410     EXIT.
003420
003421*----------------------------------------------------------------*
003422*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
003423*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
003424*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
003425*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
003426*----------------------------------------------------------------*
003427 1050-READ-BUSINESS-DATE.
003428     OPEN INPUT BUSINESS-DATE-FILE
003429     IF NOT BUSINESS-DATE-FILE-OK
003430         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
003431         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
003432     END-IF
003433     READ BUSINESS-DATE-FILE
003434         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
003435     END-READ
003436     CLOSE BUSINESS-DATE-FILE
003437     IF BD-BUSINESS-DATE IS NOT NUMERIC
003438         OR BD-BUSINESS-DATE = ZERO
003439         DISPLAY 'RECONCILIATION ERROR -- NO BUSINESS DATE'
003440             ' ON THE CONTROL FILE (BUSDATE)'
003441         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
003442             'AND RESUBMIT'
003443         MOVE 8 TO RETURN-CODE
003444         GO TO 9999-EXIT
003445     END-IF
003446     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
003447         MOVE BD-RERUN-DATE TO WS-RUN-DATE
003448         DISPLAY 'RECONCILIATION WARNING -- RERUN OVERRIDE'
003449             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
003450         GO TO 1050-EXIT
003451     END-IF
003452     IF BD-DAY-COMPLETE
003453         DISPLAY 'RECONCILIATION ERROR -- BUSINESS DATE '
003454             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
003455         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
003456             'HKDTROLL TO PROCESS IT AGAIN'
003457         MOVE 8 TO RETURN-CODE
003458         GO TO 9999-EXIT
003459     END-IF
003460     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003461 1050-EXIT.
003462     EXIT.
003463
003464 1100-CLEAR-ONE-STATUS-ENTRY.
003465     SET WS-STS-IDX TO WS-STATUS-SUBSCRIPT
003466     MOVE ZERO TO ST-ASSIGNED-COUNT (WS-STS-IDX)
003467     MOVE ZERO TO ST-REPORTED-COUNT (WS-STS-IDX)
003470     MOVE ZERO TO ST-PLAN-MINUTES (WS-STS-IDX)
003480     MOVE ZERO TO ST-ACTUAL-MINUTES (WS-STS-IDX)
003485     MOVE ZERO TO ST-DECLINED-MINUTES (WS-STS-IDX).
003490 1100-EXIT.
003500     EXIT.
003510
003520*==================================================================*
003530*  2000-LOAD-ASSIGNMENTS - READS THE MORNING ASSIGNMENT EXTRACT    *
003540*  INTO THE ROOM AND HOUSEKEEPER TABLES.  THE HEADER AND TRAILER   *
003550*  CONTROL RECORDS ARE NOT DETAIL AND SKIP.                        *
003560*==================================================================*
003570 2000-LOAD-ASSIGNMENTS.
003580     PERFORM 2100-READ-ASSIGNMENT-LINE THRU 2100-EXIT
003620     EXIT.
003630
003640 2100-READ-ASSIGNMENT-LINE.
003650     READ ASSIGNMENT-EXTRACT-FILE
003660         AT END SET END-OF-ASSIGN-FILE TO TRUE
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700
003710 2200-STORE-ONE-ASSIGNMENT.
003720     IF NOT AX-DETAIL-RECORD
003750         GO TO 2200-NEXT
003760     END-IF
003780     IF WS-ROOM-COUNT < 500
003790         ADD 1 TO WS-ROOM-COUNT
003800         SET WS-ROOM-IDX TO WS-ROOM-COUNT
003810         MOVE AX-ROOM-NUMBER TO RT-ROOM-NUMBER (WS-ROOM-IDX)
003820         MOVE AX-STATUS-CODE TO RT-STATUS-CODE (WS-ROOM-IDX)
003830         MOVE AX-PLAN-MINUTES TO RT-PLAN-MINUTES (WS-ROOM-IDX)
003840         MOVE AX-EMPLOYEE-ID TO
003850             RT-ASSIGNED-EMPLOYEE (WS-ROOM-IDX)
003860         MOVE ZERO TO RT-ACTUAL-MINUTES (WS-ROOM-IDX)
003870         MOVE SPACES TO RT-ACTUAL-EMPLOYEE (WS-ROOM-IDX)
003880         MOVE 'N' TO RT-ACTUAL-FLAG (WS-ROOM-IDX)
003890     ELSE
003900         DISPLAY 'RECONCILIATION WARNING -- ROOM '
003910             AX-ROOM-NUMBER
003920             ' DROPPED -- ROOM TABLE IS FULL AT 500 ENTRIES'
003930         GO TO 2200-NEXT
003940     END-IF
003950     PERFORM 2300-FIND-OR-ADD-EMPLOYEE THRU 2300-EXIT
003960     IF RECON-EMPLOYEE-FOUND
003970         ADD AX-PLAN-MINUTES TO ET-PLAN-MINUTES (WS-EMP-IDX)
003980     END-IF
003990     PERFORM 2400-POST-STATUS-PLAN THRU 2400-EXIT.
004000 2200-NEXT.
004040
004050*----------------------------------------------------------------*
004060*  2300-FIND-OR-ADD-EMPLOYEE - LEAVES WS-EMP-IDX ON THE TABLE     *
004070*  ENTRY FOR AX-EMPLOYEE-ID, ADDING A NEW ENTRY WHEN THIS IS      *
004080*  THE FIRST ROOM SEEN FOR THAT HOUSEKEEPER.                      *
004090*----------------------------------------------------------------*
004100 2300-FIND-OR-ADD-EMPLOYEE.
004190     IF WS-EMPLOYEE-COUNT < 50
004200         ADD 1 TO WS-EMPLOYEE-COUNT
004210         SET WS-EMP-IDX TO WS-EMPLOYEE-COUNT
004220         MOVE AX-EMPLOYEE-ID TO ET-EMPLOYEE-ID (WS-EMP-IDX)
004230         MOVE SPACES TO ET-EMPLOYEE-NAME (WS-EMP-IDX)
004240         MOVE ZERO TO ET-PLAN-MINUTES (WS-EMP-IDX)
004250         MOVE ZERO TO ET-EXTRACT-MINUTES (WS-EMP-IDX)
004260         MOVE ZERO TO ET-ACTUAL-MINUTES (WS-EMP-IDX)
004265         MOVE ZERO TO ET-DECLINED-MINUTES (WS-EMP-IDX)
004270         MOVE 'N' TO ET-ON-EXTRACT-FLAG (WS-EMP-IDX)
004280         MOVE ZERO TO ET-INSPECTED-COUNT (WS-EMP-IDX)
004290         MOVE ZERO TO ET-PASSED-COUNT (WS-EMP-IDX)
004300         SET RECON-EMPLOYEE-FOUND TO TRUE
004310     ELSE
004320         DISPLAY 'RECONCILIATION WARNING -- HOUSEKEEPER '
004330             AX-EMPLOYEE-ID
004340             ' DROPPED -- EMPLOYEE TABLE IS FULL AT 50 ENTRIES'
004350     END-IF.
004360 2300-EXIT.
004380
004390 2310-MATCH-ONE-EMPLOYEE.
004400     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
004410     IF ET-EMPLOYEE-ID (WS-EMP-IDX) = AX-EMPLOYEE-ID
004420         SET RECON-EMPLOYEE-FOUND TO TRUE
004430     END-IF.
004440 2310-EXIT.
004530
004540 2410-POST-ONE-STATUS-PLAN.
004550     SET WS-STS-IDX TO WS-STATUS-SUBSCRIPT
004560     IF ST-STATUS-CODE (WS-STS-IDX) = AX-STATUS-CODE
004570         ADD 1 TO ST-ASSIGNED-COUNT (WS-STS-IDX)
004580         ADD AX-PLAN-MINUTES TO ST-PLAN-MINUTES (WS-STS-IDX)
004590     END-IF.
004600 2410-EXIT.
004610     EXIT.
004630*==================================================================*
004640*  3000-LOAD-PAYROLL-EXTRACT - POSTS EACH EXTRACT RECORD'S         *
004650*  MINUTES AGAINST THE HOUSEKEEPER TABLE SO THE REPORT CAN SHOW    *
004660*  WHERE THE PAYROLL AND ASSIGNMENT EXTRACTS DISAGREE.             *
004670*==================================================================*
004680 3000-LOAD-PAYROLL-EXTRACT.
004690     PERFORM 3100-READ-PAYROLL-RECORD THRU 3100-EXIT
004920         MOVE PX-MINUTES-ASSIGNED TO
004930             ET-EXTRACT-MINUTES (WS-EMP-IDX)
004940         MOVE 'Y' TO ET-ON-EXTRACT-FLAG (WS-EMP-IDX)
004945         MOVE PX-EMPLOYEE-NAME TO ET-EMPLOYEE-NAME (WS-EMP-IDX)
004950     ELSE
004960         DISPLAY 'RECONCILIATION WARNING -- EXTRACT EMPLOYEE '
004970             PX-EMPLOYEE-ID
004980             ' HAS NO ROOMS ON THE ASSIGNMENT EXTRACT'
004990     END-IF.
005000 3200-NEXT.
005010     PERFORM 3100-READ-PAYROLL-RECORD THRU 3100-EXIT.
005150*  AGAINST ITS ROOM, ITS HOUSEKEEPER AND ITS STATUS CODE.  AN      *
005160*  ACTUAL FOR A ROOM THAT IS NOT ON THE BOARD GOES TO THE          *
005170*  ORPHAN TABLE FOR THE EXCEPTION SECTION OF THE REPORT.           *
005173*  A DND OR REFUSED ROOM POSTS NO ACTUAL; ITS PLAN MINUTES GO TO   *
005176*  UNUSED CAPACITY INSTEAD (SEE 4700).                             *
005180*==================================================================*
005190 4000-APPLY-ACTUALS.
005200     PERFORM 4100-READ-ACTUALS-RECORD THRU 4100-EXIT
005400         PERFORM 4300-STORE-ORPHAN-ACTUAL THRU 4300-EXIT
005410         GO TO 4200-NEXT
005420     END-IF
005421     IF AC-SERVICE-DECLINED
005422         PERFORM 4700-POST-DECLINED-ROOM THRU 4700-EXIT
005423         GO TO 4200-NEXT
005424     END-IF
005425     PERFORM 4740-RESTORE-DECLINED-ROOM THRU 4740-EXIT
005430     MOVE AC-ACTUAL-MINUTES TO RT-ACTUAL-MINUTES (WS-ROOM-IDX)
005440     MOVE AC-EMPLOYEE-ID TO RT-ACTUAL-EMPLOYEE (WS-ROOM-IDX)
005450     MOVE 'Y' TO RT-ACTUAL-FLAG (WS-ROOM-IDX)
007390 4660-EXIT.
007400     EXIT.
007410
007411*----------------------------------------------------------------*
007412*  4700-POST-DECLINED-ROOM - THE HOUSEKEEPER COULD NOT GET IN     *
007413*  (DND) OR THE GUEST SENT THEM AWAY (REFUSED).  THE ROOM IS      *
007414*  FLAGGED WITH THE OUTCOME AND ITS PLAN MINUTES COME OFF THE     *
007415*  ASSIGNED HOUSEKEEPER'S VARIANCE AS UNUSED CAPACITY.  A ROOM    *
007416*  ALREADY REPORTED CLEANED OR ALREADY DECLINED IS LEFT ALONE.    *
007417*----------------------------------------------------------------*
007418 4700-POST-DECLINED-ROOM.
007419     IF RT-ACTUAL-FLAG (WS-ROOM-IDX) NOT = 'N'
007420         GO TO 4700-EXIT
007421     END-IF
007422     MOVE AC-SERVICE-OUTCOME TO RT-ACTUAL-FLAG (WS-ROOM-IDX)
007423     MOVE AC-EMPLOYEE-ID TO RT-ACTUAL-EMPLOYEE (WS-ROOM-IDX)
007424     MOVE RT-PLAN-MINUTES (WS-ROOM-IDX) TO WS-DECLINED-ADJUST
007425     PERFORM 4710-ADJUST-UNUSED-MINUTES THRU 4710-EXIT
007426     ADD 1 TO WS-DECLINED-ROOM-CTR.
007427 4700-EXIT.
007428     EXIT.
007429
007430*----------------------------------------------------------------*
007431*  4710-ADJUST-UNUSED-MINUTES - APPLIES WS-DECLINED-ADJUST (PLUS  *
007432*  TO FREE A ROOM'S MINUTES, MINUS TO TAKE THEM BACK) TO THE      *
007433*  ASSIGNED HOUSEKEEPER, THE ROOM'S STATUS CODE AND THE TOTAL.    *
007434*----------------------------------------------------------------*
007435 4710-ADJUST-UNUSED-MINUTES.
007436     ADD WS-DECLINED-ADJUST TO WS-UNUSED-MINUTES
007437     MOVE 'N' TO WS-EMP-FOUND-SWITCH
007438     PERFORM 4720-MATCH-ASSIGNED-EMPLOYEE THRU 4720-EXIT
007439         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
007440         UNTIL WS-EMPLOYEE-SUBSCRIPT > WS-EMPLOYEE-COUNT
007441         OR RECON-EMPLOYEE-FOUND
007442     IF RECON-EMPLOYEE-FOUND
007443         ADD WS-DECLINED-ADJUST
007444             TO ET-DECLINED-MINUTES (WS-EMP-IDX)
007445     END-IF
007446     PERFORM 4730-ADJUST-ONE-STATUS THRU 4730-EXIT
007447         VARYING WS-STATUS-SUBSCRIPT FROM 1 BY 1
007448         UNTIL WS-STATUS-SUBSCRIPT > 5.
007449 4710-EXIT.
007450     EXIT.
007451
007452 4720-MATCH-ASSIGNED-EMPLOYEE.
007453     SET WS-EMP-IDX TO WS-EMPLOYEE-SUBSCRIPT
007454     IF ET-EMPLOYEE-ID (WS-EMP-IDX) =
007455         RT-ASSIGNED-EMPLOYEE (WS-ROOM-IDX)
007456         SET RECON-EMPLOYEE-FOUND TO TRUE
007457     END-IF.
007458 4720-EXIT.
007459     EXIT.
007460
007461 4730-ADJUST-ONE-STATUS.
007462     SET WS-STS-IDX TO WS-STATUS-SUBSCRIPT
007463     IF ST-STATUS-CODE (WS-STS-IDX) =
007464         RT-STATUS-CODE (WS-ROOM-IDX)
007465         ADD WS-DECLINED-ADJUST
007466             TO ST-DECLINED-MINUTES (WS-STS-IDX)
007467     END-IF.
007468 4730-EXIT.
007469     EXIT.
007470
007471*----------------------------------------------------------------*
007472*  4740-RESTORE-DECLINED-ROOM - A CLEAN KEYED FOR A ROOM ALREADY  *
007473*  POSTED AS DND OR REFUSED (THE HOUSEKEEPER CAME BACK LATER)     *
007474*  TAKES ITS PLAN MINUTES BACK OUT OF UNUSED CAPACITY.            *
007475*----------------------------------------------------------------*
007476 4740-RESTORE-DECLINED-ROOM.
007477     IF RT-ACTUAL-FLAG (WS-ROOM-IDX) NOT = 'D'
007478         AND RT-ACTUAL-FLAG (WS-ROOM-IDX) NOT = 'R'
007479         GO TO 4740-EXIT
007480     END-IF
007481     COMPUTE WS-DECLINED-ADJUST =
007482         ZERO - RT-PLAN-MINUTES (WS-ROOM-IDX)
007483     PERFORM 4710-ADJUST-UNUSED-MINUTES THRU 4710-EXIT
007484     SUBTRACT 1 FROM WS-DECLINED-ROOM-CTR.
007485 4740-EXIT.
007486     EXIT.
007487
007488*==================================================================*
007489*  5000-WRITE-RECON-REPORT - HOUSEKEEPER SECTION, STATUS-CODE      *
007490*  SECTION, THEN THE EXCEPTION SECTION.                            *
007491*==================================================================*
007492 5000-WRITE-RECON-REPORT.
007493     MOVE WS-RUN-DATE TO WH-RUN-DATE
007494     WRITE RECON-REPORT-LINE FROM WS-HEADING-LINE
007495     MOVE SPACES TO RECON-REPORT-LINE
007500     WRITE RECON-REPORT-LINE
007505     MOVE SPACES TO RECON-REPORT-LINE
007510     STRING 'BY HOUSEKEEPER -- PLAN / EXTRACT / ACTUAL / VARIANCE'
007515         ' / UNUSED'
007520         DELIMITED BY SIZE INTO RECON-REPORT-LINE
007530     WRITE RECON-REPORT-LINE
007540     PERFORM 5100-WRITE-ONE-EMPLOYEE-LINE THRU 5100-EXIT
007550         VARYING WS-EMPLOYEE-SUBSCRIPT FROM 1 BY 1
007580     WRITE RECON-REPORT-LINE
007590     MOVE SPACES TO RECON-REPORT-LINE
007600     STRING 'BY STATUS -- ASSIGNED / REPORTED / PLAN / ACTUAL'
007610         ' / VAR / AVG PLAN / AVG ACT / UNUSED'
007620         DELIMITED BY SIZE INTO RECON-REPORT-LINE
007630     WRITE RECON-REPORT-LINE
007640     PERFORM 5200-WRITE-ONE-STATUS-LINE THRU 5200-EXIT
007650         VARYING WS-STATUS-SUBSCRIPT FROM 1 BY 1
007660         UNTIL WS-STATUS-SUBSCRIPT > 5
007662     MOVE WS-DECLINED-ROOM-CTR TO WU-ROOM-COUNT
007664     MOVE WS-UNUSED-MINUTES TO WU-UNUSED-MINUTES
007666     WRITE RECON-REPORT-LINE FROM WS-UNUSED-CAPACITY-LINE
007670     MOVE SPACES TO RECON-REPORT-LINE
007680     WRITE RECON-REPORT-LINE
007690     MOVE 'EXCEPTIONS' TO RECON-REPORT-LINE
007880     MOVE ET-PLAN-MINUTES (WS-EMP-IDX) TO WL-PLAN-MINUTES
007890     MOVE ET-EXTRACT-MINUTES (WS-EMP-IDX) TO WL-EXTRACT-MINUTES
007900     MOVE ET-ACTUAL-MINUTES (WS-EMP-IDX) TO WL-ACTUAL-MINUTES
007905     MOVE ET-DECLINED-MINUTES (WS-EMP-IDX) TO WL-UNUSED-MINUTES
007910     COMPUTE WS-VARIANCE-MINUTES =
007920         ET-ACTUAL-MINUTES (WS-EMP-IDX)
007930         - ET-PLAN-MINUTES (WS-EMP-IDX)
007935         + ET-DECLINED-MINUTES (WS-EMP-IDX)
007940     MOVE WS-VARIANCE-MINUTES TO WL-VARIANCE
007950     MOVE SPACE TO WL-FLAG
007960     IF ET-EXTRACT-MINUTES (WS-EMP-IDX) NOT =
008120     MOVE ST-REPORTED-COUNT (WS-STS-IDX) TO WT-REPORTED-COUNT
008130     MOVE ST-PLAN-MINUTES (WS-STS-IDX) TO WT-PLAN-MINUTES
008140     MOVE ST-ACTUAL-MINUTES (WS-STS-IDX) TO WT-ACTUAL-MINUTES
008145     MOVE ST-DECLINED-MINUTES (WS-STS-IDX) TO WT-UNUSED-MINUTES
008150     COMPUTE WS-VARIANCE-MINUTES =
008160         ST-ACTUAL-MINUTES (WS-STS-IDX)
008170         - ST-PLAN-MINUTES (WS-STS-IDX)
008175         + ST-DECLINED-MINUTES (WS-STS-IDX)
008180     MOVE WS-VARIANCE-MINUTES TO WT-VARIANCE
008190     IF ST-ASSIGNED-COUNT (WS-STS-IDX) > ZERO
008200         COMPUTE WS-AVERAGE-WORK ROUNDED =
008550         WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-DETAIL
008560         GO TO 5400-EXIT
008570     END-IF
008571     IF RT-ACTUAL-FLAG (WS-ROOM-IDX) = 'D'
008572         OR RT-ACTUAL-FLAG (WS-ROOM-IDX) = 'R'
008573         MOVE SPACES TO WS-EXCEPTION-DETAIL
008574         IF RT-ACTUAL-FLAG (WS-ROOM-IDX) = 'D'
008575             MOVE 'DND - NO SERVICE FOR ROOM    ' TO WX-TEXT-ONE
008576         ELSE
008577             MOVE 'SERVICE REFUSED FOR ROOM     ' TO WX-TEXT-ONE
008578         END-IF
008579         MOVE RT-ROOM-NUMBER (WS-ROOM-IDX) TO WX-ROOM-NUMBER
008580         MOVE 'KEYED BY      ' TO WX-TEXT-TWO
008581         MOVE RT-ACTUAL-EMPLOYEE (WS-ROOM-IDX)
008582             TO WX-EMPLOYEE-ID
008583         WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-DETAIL
008584         GO TO 5400-EXIT
008585     END-IF
008587     IF RT-ACTUAL-EMPLOYEE (WS-ROOM-IDX) NOT =
008590         RT-ASSIGNED-EMPLOYEE (WS-ROOM-IDX)
008600         MOVE SPACES TO WS-EXCEPTION-DETAIL
008610         MOVE 'ROOM CLEANED OFF-ASSIGNMENT  ' TO WX-TEXT-ONE
009310*  9000-TERMINATE / 9600 ERROR / 9999 EXIT                        *
009320*==================================================================*
009330 9000-TERMINATE.
009340     CLOSE ASSIGNMENT-EXTRACT-FILE
009350     CLOSE PAYROLL-EXTRACT-FILE
009360     CLOSE ACTUALS-FILE
009370     CLOSE RECON-REPORT-FILE.
