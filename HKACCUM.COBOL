000245*                  WRITES NO PROPERTY BANNERS, SO WITHOUT THE     *
000246*                  DEFAULT EVERY MASTER READ MISSED AND THE       *
000247*                  DEEP-CLEAN DATES WERE NEVER STAMPED.           *
000248*  10/15/2026 MRD  READ THE FIXED-LAYOUT ASSIGNMENT EXTRACT       *
000249*                  (ASNEXTF) INSTEAD OF SCRAPING THE PRINTED      *
000250*                  ASSNRPT.  EACH DETAIL CARRIES ITS OWN          *
000251*                  PROPERTY, SO THE CONTROL-CARD PROPERTY IS      *
000252*                  NOW ONLY A FALLBACK FOR A BLANK ONE.           *
000253*  10/15/2026 MRD  STAMP EACH HISTORY RECORD WITH THE ROOM'S      *
000254*                  PROPERTY AND SECTION, AND - WHEN THE           *
000255*                  SUPERVISORS' INSPECTION FILE IS PRESENT - THE  *
000256*                  ROOM'S FIRST-TIME PASS/FAIL RESULT, FOR THE    *
000257*                  HKSCORE PAY-PERIOD SCORECARD.                  *
000258*                  A FAIL FOR A MAINTENANCE DEFECT IS STAMPED     *
000259*                  'M' SO IT IS NOT SCORED AS A RE-CLEAN.         *
000260*  10/15/2026 MRD  A DND OR REFUSED-SERVICE ACTUAL IS COUNTED BUT *
000261*                  NOT POSTED - NO ROOM WAS CLEANED, SO IT HAS NO *
000262*                  PLACE IN THE HISTORY OR THE DEEP-CLEAN STAMP.  *
000263*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000264*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000265*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000266*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000267*                  A RERUN OVERRIDE FOR IT.                       *
000268*----------------------------------------------------------------*
000269
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ASSIGNMENT-EXTRACT-FILE
000350         ASSIGN TO ASNEXTF
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000380
000390     SELECT ACTUALS-FILE
000400         ASSIGN TO ACTUALS
000530         RECORD KEY IS RM-ROOM-KEY
000540         FILE STATUS IS WS-ROOM-MASTER-KEY.
000550
000551     SELECT INSPECTION-FILE
000552         ASSIGN TO INSPECTS
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS WS-INSPECTION-KEY.
000555
000556     SELECT BUSINESS-DATE-FILE
000557         ASSIGN TO BUSDATE
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000560
000565 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ASSIGNMENT-EXTRACT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY ASNEXT.
000610
000620 FD  ACTUALS-FILE
000630     LABEL RECORDS ARE STANDARD.
000710     LABEL RECORDS ARE STANDARD.
000720 COPY ROOMMST.
000730
000731 FD  INSPECTION-FILE
000732     LABEL RECORDS ARE STANDARD.
000733 COPY HKINSP.
000734
000735 FD  BUSINESS-DATE-FILE
000736     LABEL RECORDS ARE STANDARD.
000737 COPY BUSDTE.
000738
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760*  FILE STATUS KEYS AND SWITCHES                                  *
000770*----------------------------------------------------------------*
000780 01  WS-FILE-STATUS-KEYS.
000790     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
000800         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
000810     05  WS-ACTUALS-FILE-KEY       PIC X(02) VALUE SPACES.
000820         88  ACTUALS-FILE-OK               VALUE '00'.
000830     05  WS-HISTORY-FILE-KEY       PIC X(02) VALUE SPACES.
000840         88  HISTORY-FILE-OK               VALUE '00'.
000850     05  WS-ROOM-MASTER-KEY        PIC X(02) VALUE SPACES.
000860         88  ROOM-MASTER-FILE-OK           VALUE '00'.
000862     05  WS-INSPECTION-KEY         PIC X(02) VALUE SPACES.
000864         88  INSPECTION-FILE-OK            VALUE '00'.
000866     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000868         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000870
000880 01  WS-SWITCHES.
000890     05  WS-ASSIGN-EOF-SWITCH      PIC X(01) VALUE 'N'.
000940         88  HISTORY-ROOM-FOUND            VALUE 'Y'.
000950     05  WS-RM-UPDATE-SWITCH       PIC X(01) VALUE 'N'.
000960         88  DEEP-CLEAN-UPDATES-ON         VALUE 'Y'.
000963     05  WS-INSPECT-EOF-SWITCH     PIC X(01) VALUE 'N'.
000966         88  END-OF-INSPECTION-FILE        VALUE 'Y'.
000970
000980*----------------------------------------------------------------*
000990*  STANDALONE COUNTERS                                            *
001030 77  WS-POSTED-COUNT              PIC 9(05)     COMP VALUE ZERO.
001040 77  WS-ORPHAN-COUNT              PIC 9(05)     COMP VALUE ZERO.
001050 77  WS-DEEP-CLEAN-CTR            PIC 9(05)     COMP VALUE ZERO.
001055 77  WS-DECLINED-COUNT            PIC 9(05)     COMP VALUE ZERO.
001057 77  WS-CURRENT-PROPERTY          PIC X(04)     VALUE SPACES.
001059 77  WS-INSPECTED-CTR             PIC 9(05)     COMP VALUE ZERO.
001061
001062*----------------------------------------------------------------*
001063*  CONTROL CARD - DEFAULT PROPERTY CODE IN COLUMNS 1-4, USED     *
001064*  ONLY FOR AN EXTRACT DETAIL WHOSE OWN PROPERTY CODE IS BLANK.  *
001065*  A DETAIL'S OWN PROPERTY ALWAYS WINS.                          *
001066*----------------------------------------------------------------*
001067 01  WS-CONTROL-CARD.
001068     05  CC-PROPERTY-CODE          PIC X(04).
001069     05  FILLER                    PIC X(76).
001070
001320*----------------------------------------------------------------*
001330*  BOARD ROOM TABLE - ONE ENTRY PER ASSIGNED ROOM, SUPPLYING THE  *
001340*  TYPE, STATUS AND PLAN MINUTES EACH ACTUAL IS STAMPED WITH.     *
001342*  RT-INSPECT-RESULT HOLDS THE ROOM'S FIRST INSPECTION RESULT -   *
001344*  A LATER RE-INSPECTION OF THE SAME ROOM DOES NOT REPLACE IT.    *
001346*  A FAIL FOR A MAINTENANCE DEFECT IS HELD AS 'M', NOT 'F' - IT   *
001348*  GOES TO ENGINEERING AND IS NOT THE HOUSEKEEPER'S RE-CLEAN.     *
001350*----------------------------------------------------------------*
001360 01  WS-ROOM-TABLE.
001370     05  WS-ROOM-ENTRY OCCURS 500 TIMES
001410         10  RT-ROOM-TYPE              PIC X(02).
001420         10  RT-PLAN-MINUTES           PIC 9(03) COMP.
001430         10  RT-PROPERTY-CODE          PIC X(04).
001433         10  RT-SECTION                PIC X(02).
001436         10  RT-INSPECT-RESULT         PIC X(01).
001440
001450 01  WS-DATE-TIME-FIELDS.
001460     05  WS-RUN-DATE               PIC 9(08).
001490     05  WS-BAD-FILE-NAME          PIC X(30).
001500     05  WS-POSTED-DISPLAY         PIC ZZZZ9.
001510     05  WS-ORPHAN-DISPLAY         PIC ZZZZ9.
001515     05  WS-DECLINED-DISPLAY       PIC ZZZZ9.
001517     05  WS-INSPECTED-DISPLAY      PIC ZZZZ9.
001520
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-LOAD-ASSIGNMENTS THRU 2000-EXIT
001565     PERFORM 2500-LOAD-INSPECTIONS THRU 2500-EXIT
001570     PERFORM 3000-POST-ACTUALS THRU 3000-EXIT
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT
001590     GO TO 9999-EXIT.
001630*  HISTORY EXTENDS ACROSS RUNS AND IS CREATED ON THE FIRST ONE.    *
001640*==================================================================*
001650 1000-INITIALIZE.
001656     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001662     MOVE SPACES TO WS-CONTROL-CARD
001664     ACCEPT WS-CONTROL-CARD FROM SYSIN
001666     IF CC-PROPERTY-CODE NOT = SPACES
001668         MOVE CC-PROPERTY-CODE TO WS-CURRENT-PROPERTY
001669     END-IF
001670     OPEN INPUT ASSIGNMENT-EXTRACT-FILE
001680     IF NOT ASSIGN-EXT-FILE-OK
001690         MOVE 'ASSIGNMENT-EXTRACT (ASNEXTF)' TO WS-BAD-FILE-NAME
001700         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001710     END-IF
001720     OPEN INPUT ACTUALS-FILE
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
001969         DISPLAY 'ACTUALS HISTORY ERROR -- NO BUSINESS DATE'
001970             ' ON THE CONTROL FILE (BUSDATE)'
001971         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
001972             'AND RESUBMIT'
001973         MOVE 8 TO RETURN-CODE
001974         GO TO 9999-EXIT
001975     END-IF
001976     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
001977         MOVE BD-RERUN-DATE TO WS-RUN-DATE
001978         DISPLAY 'ACTUALS HISTORY WARNING -- RERUN OVERRIDE'
001979             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
001980         GO TO 1050-EXIT
001981     END-IF
001982     IF BD-DAY-COMPLETE
001983         DISPLAY 'ACTUALS HISTORY ERROR -- BUSINESS DATE '
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
001994*==================================================================*
001995*  2000-LOAD-ASSIGNMENTS - READS THE MORNING ASSIGNMENT EXTRACT    *
001996*  INTO THE ROOM TABLE.  ONLY DETAIL RECORDS ARE LOADED; THE       *
001997*  HEADER AND TRAILER OF EACH PROPERTY PASS SKIP.                  *
002000*==================================================================*
002010 2000-LOAD-ASSIGNMENTS.
002020     PERFORM 2100-READ-ASSIGNMENT-LINE THRU 2100-EXIT
002060     EXIT.
002070
002080 2100-READ-ASSIGNMENT-LINE.
002090     READ ASSIGNMENT-EXTRACT-FILE
002100         AT END SET END-OF-ASSIGN-FILE TO TRUE
002110     END-READ.
002120 2100-EXIT.
002130     EXIT.
002140
002150 2200-STORE-ONE-ASSIGNMENT.
002160     IF NOT AX-DETAIL-RECORD
002190         GO TO 2200-NEXT
002200     END-IF
002260     IF WS-ROOM-COUNT < 500
002270         ADD 1 TO WS-ROOM-COUNT
002280         SET WS-ROOM-IDX TO WS-ROOM-COUNT
002290         MOVE AX-ROOM-NUMBER TO RT-ROOM-NUMBER (WS-ROOM-IDX)
002300         MOVE AX-STATUS-CODE TO RT-STATUS-CODE (WS-ROOM-IDX)
002310         MOVE AX-ROOM-TYPE TO RT-ROOM-TYPE (WS-ROOM-IDX)
002320         MOVE AX-PLAN-MINUTES TO RT-PLAN-MINUTES (WS-ROOM-IDX)
002322         IF AX-PROPERTY-CODE NOT = SPACES
002324             MOVE AX-PROPERTY-CODE TO
002326                 RT-PROPERTY-CODE (WS-ROOM-IDX)
002328         ELSE
002330             MOVE WS-CURRENT-PROPERTY TO
002340                 RT-PROPERTY-CODE (WS-ROOM-IDX)
002342         END-IF
002344         MOVE AX-SECTION TO RT-SECTION (WS-ROOM-IDX)
002346         MOVE SPACE TO RT-INSPECT-RESULT (WS-ROOM-IDX)
002350     ELSE
002360         DISPLAY 'ACTUALS HISTORY WARNING -- ROOM '
002370             AX-ROOM-NUMBER
002380             ' DROPPED -- ROOM TABLE IS FULL AT 500 ENTRIES'
002390     END-IF.
002400 2200-NEXT.
002430     EXIT.
002440
002450*==================================================================*
002451*  2500-LOAD-INSPECTIONS - WHEN THE SUPERVISORS' INSPECTION        *
002452*  RESULTS FILE IS PRESENT, HOLD EACH BOARD ROOM'S FIRST PASS OR   *
002453*  FAIL SO ITS HISTORY RECORD CARRIES IT.  NO FILE, NO RESULTS -   *
002454*  THE HISTORY IS WRITTEN AS BEFORE.                               *
002455*==================================================================*
002456 2500-LOAD-INSPECTIONS.
002457     OPEN INPUT INSPECTION-FILE
002458     IF NOT INSPECTION-FILE-OK
002459         GO TO 2500-EXIT
002460     END-IF
002461     PERFORM 2510-READ-INSPECTION-RECORD THRU 2510-EXIT
002462     PERFORM 2520-POST-ONE-INSPECTION THRU 2520-EXIT
002463         UNTIL END-OF-INSPECTION-FILE
002464     CLOSE INSPECTION-FILE.
002465 2500-EXIT.
002466     EXIT.
002467
002468 2510-READ-INSPECTION-RECORD.
002469     READ INSPECTION-FILE
002470         AT END SET END-OF-INSPECTION-FILE TO TRUE
002471     END-READ.
002472 2510-EXIT.
002473     EXIT.
002474
002475 2520-POST-ONE-INSPECTION.
002476     IF NOT IR-VALID-RESULT
002477         GO TO 2520-NEXT
002478     END-IF
002479     MOVE 'N' TO WS-ROOM-FOUND-SWITCH
002480     PERFORM 2530-MATCH-INSPECTED-ROOM THRU 2530-EXIT
002481         VARYING WS-ROOM-SUBSCRIPT FROM 1 BY 1
002482         UNTIL WS-ROOM-SUBSCRIPT > WS-ROOM-COUNT
002483         OR HISTORY-ROOM-FOUND
002484     IF HISTORY-ROOM-FOUND
002485         IF RT-INSPECT-RESULT (WS-ROOM-IDX) = SPACE
002486             IF IR-ROOM-FAILED AND IR-MAINTENANCE-DEFECT
002487                 MOVE 'M' TO RT-INSPECT-RESULT (WS-ROOM-IDX)
002488             ELSE
002489                 MOVE IR-RESULT-CODE TO
002490                     RT-INSPECT-RESULT (WS-ROOM-IDX)
002491             END-IF
002492             ADD 1 TO WS-INSPECTED-CTR
002493         END-IF
002494     END-IF.
002495 2520-NEXT.
002496     PERFORM 2510-READ-INSPECTION-RECORD THRU 2510-EXIT.
002497 2520-EXIT.
002498     EXIT.
002499
002500 2530-MATCH-INSPECTED-ROOM.
002501     SET WS-ROOM-IDX TO WS-ROOM-SUBSCRIPT
002502     IF RT-ROOM-NUMBER (WS-ROOM-IDX) = IR-ROOM-NUMBER
002503         SET HISTORY-ROOM-FOUND TO TRUE
002504     END-IF.
002505 2530-EXIT.
002506     EXIT.
002507
002508*==================================================================*
002509*  3000-POST-ACTUALS - ONE HISTORY RECORD PER ACTUAL THAT MATCHES  *
002510*  A BOARD ROOM.  AN ACTUAL FOR A ROOM THAT IS NOT ON TODAY'S      *
002511*  BOARD HAS NO TYPE OR STATUS TO FILE UNDER AND IS REPORTED,      *
002512*  NOT POSTED - HKRECON ALREADY CARRIES IT AS AN EXCEPTION.        *
002513*  A DND OR REFUSED ROOM WAS NOT CLEANED AND IS ONLY COUNTED.      *
002514*==================================================================*
002515 3000-POST-ACTUALS.
002520     PERFORM 3100-READ-ACTUALS-RECORD THRU 3100-EXIT
002530     PERFORM 3200-POST-ONE-ACTUAL THRU 3200-EXIT
002540         UNTIL END-OF-ACTUALS-FILE.
002630     EXIT.
002640
002650 3200-POST-ONE-ACTUAL.
002652     IF AC-SERVICE-DECLINED
002654         ADD 1 TO WS-DECLINED-COUNT
002656         GO TO 3200-NEXT
002658     END-IF
002660     MOVE 'N' TO WS-ROOM-FOUND-SWITCH
002670     PERFORM 3210-MATCH-ONE-ROOM THRU 3210-EXIT
002680         VARYING WS-ROOM-SUBSCRIPT FROM 1 BY 1
002830     MOVE RT-PLAN-MINUTES (WS-ROOM-IDX) TO AH-PLAN-MINUTES
002840     MOVE AC-EMPLOYEE-ID TO AH-EMPLOYEE-ID
002850     MOVE AC-ACTUAL-MINUTES TO AH-ACTUAL-MINUTES
002852     MOVE RT-PROPERTY-CODE (WS-ROOM-IDX) TO AH-PROPERTY-CODE
002854     MOVE RT-SECTION (WS-ROOM-IDX) TO AH-SECTION
002856     MOVE RT-INSPECT-RESULT (WS-ROOM-IDX) TO AH-INSPECT-RESULT
002860     WRITE ACTUALS-HISTORY-RECORD
002870     ADD 1 TO WS-POSTED-COUNT
002880     IF RT-STATUS-CODE (WS-ROOM-IDX) = 'C'
003350 9000-TERMINATE.
003360     MOVE WS-POSTED-COUNT TO WS-POSTED-DISPLAY
003370     MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-DISPLAY
003375     MOVE WS-DECLINED-COUNT TO WS-DECLINED-DISPLAY
003380     DISPLAY 'ACTUALS HISTORY -- ' WS-POSTED-DISPLAY
003390         ' RECORD(S) POSTED, ' WS-ORPHAN-DISPLAY
003400         ' NOT ON THE BOARD, ' WS-DECLINED-DISPLAY
003405         ' DND/REFUSED NOT POSTED'
003406     MOVE WS-INSPECTED-CTR TO WS-INSPECTED-DISPLAY
003407     DISPLAY 'ACTUALS HISTORY -- ' WS-INSPECTED-DISPLAY
003408         ' ROOM(S) STAMPED WITH AN INSPECTION RESULT'
003410     CLOSE ASSIGNMENT-EXTRACT-FILE
003420     CLOSE ACTUALS-FILE
003430     CLOSE ACTUALS-HISTORY-FILE
003440     IF DEEP-CLEAN-UPDATES-ON
