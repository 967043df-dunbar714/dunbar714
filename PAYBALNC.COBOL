000192*                  PROPERTY CONTROL GROUP (EACH H..T SET), WITH   *
000193*                  THE LOG AND DUPLICATE CHECKS KEYED BY RUN      *
000194*                  DATE AND PROPERTY CODE.                        *
000195*  10/15/2026 MRD  EACH CONTROL GROUP'S RUN DATE MUST BE THE      *
000196*                  PROCESSING DATE FROM THE BUSINESS-DATE         *
000197*                  CONTROL FILE (BUSDATE); A MIS-DATED FEED IS    *
000198*                  REJECTED AS NOT FOR TODAY INSTEAD OF AS A      *
000199*                  DUPLICATE.  A DATE ALREADY CLOSED BY HKRUNCTL  *
000200*                  IS REFUSED UNLESS HKDTROLL HAS SET A RERUN     *
000201*                  OVERRIDE FOR IT.                               *
000205*----------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BALANCE-RPT-KEY.
000480
000481     SELECT BUSINESS-DATE-FILE
000482         ASSIGN TO BUSDATE
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000485
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PAYROLL-EXTRACT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  BALANCE-REPORT-LINE          PIC X(80).
000680
000682 FD  BUSINESS-DATE-FILE
000684     LABEL RECORDS ARE STANDARD.
000686 COPY BUSDTE.
000688
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------*
000710*  FILE STATUS KEYS AND SWITCHES                                  *
000780     05  WS-CONTROL-FILE-KEY       PIC X(02) VALUE SPACES.
000790         88  CONTROL-FILE-OK               VALUE '00'.
000800     05  WS-BALANCE-RPT-KEY        PIC X(02) VALUE SPACES.
000803     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000806         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000810
000820 01  WS-SWITCHES.
000830     05  WS-EXTRACT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001030 77  WS-STRAY-RECORD-CTR          PIC 9(05)     COMP VALUE ZERO.
001040 77  WS-GROUP-COUNT               PIC 9(02)     COMP VALUE ZERO.
001050 77  WS-GROUP-SUBSCRIPT           PIC 9(02)     COMP VALUE ZERO.
001060 77  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
001070
001080*----------------------------------------------------------------*
001090*  BALANCE CONTROL GROUPS - ONE ENTRY PER H..T SET ON THE FEED.   *
001230         10  BG-TRAILER-BREAK      PIC 9(05)V9(02).
001240         10  BG-LOG-WORKLOAD-C     PIC 9(05).
001250         10  BG-LOG-MATCH-FLAG     PIC X(01).
001253         10  BG-DUPLICATE-FLAG     PIC X(01).
001256         10  BG-DATE-FLAG          PIC X(01).
001261
001262 01  WS-ERROR-MESSAGE-FIELDS.
001263     05  WS-BAD-FILE-NAME          PIC X(30).
001530     GO TO 9999-EXIT.
001540
001550*==================================================================*
001555*  1000-INITIALIZE - TAKE THE PROCESSING DATE, THEN OPEN THE       *
001560*  EXTRACT, THE LOG AND THE REPORT.                                *
001570*  THE PROCESSED-RUN CONTROL FILE IS READ LATER AND MAY NOT YET    *
001580*  EXIST ON A FIRST RUN.                                           *
001590*==================================================================*
001600 1000-INITIALIZE.
001605     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001610     OPEN INPUT PAYROLL-EXTRACT-FILE
001620     IF NOT PAYROLL-FILE-OK
001630         MOVE 'PAYROLL-EXTRACT (PAYEXTF)' TO WS-BAD-FILE-NAME
001720 1000-EXIT.
001730     EXIT.
001740
001741*----------------------------------------------------------------*
001742*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
001743*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
001744*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
001745*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
001746*----------------------------------------------------------------*
001747 1050-READ-BUSINESS-DATE.
001748     OPEN INPUT BUSINESS-DATE-FILE
001749     IF NOT BUSINESS-DATE-FILE-OK
001750         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
001751         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001752     END-IF
001753     READ BUSINESS-DATE-FILE
001754         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
001755     END-READ
001756     CLOSE BUSINESS-DATE-FILE
001757     IF BD-BUSINESS-DATE IS NOT NUMERIC
001758         OR BD-BUSINESS-DATE = ZERO
001759         DISPLAY 'PAYROLL BALANCE ERROR -- NO BUSINESS DATE'
001760             ' ON THE CONTROL FILE (BUSDATE)'
001761         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
001762             'AND RESUBMIT'
001763         MOVE 8 TO RETURN-CODE
001764         GO TO 9999-EXIT
001765     END-IF
001766     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
001767         MOVE BD-RERUN-DATE TO WS-RUN-DATE
001768         DISPLAY 'PAYROLL BALANCE WARNING -- RERUN OVERRIDE'
001769             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
001770         GO TO 1050-EXIT
001771     END-IF
001772     IF BD-DAY-COMPLETE
001773         DISPLAY 'PAYROLL BALANCE ERROR -- BUSINESS DATE '
001774             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
001775         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
001776             'HKDTROLL TO PROCESS IT AGAIN'
001777         MOVE 8 TO RETURN-CODE
001778         GO TO 9999-EXIT
001779     END-IF
001780     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
001781 1050-EXIT.
001782     EXIT.
001783
001784 2000-READ-EXTRACT-RECORD.
001785     READ PAYROLL-EXTRACT-FILE
001786         AT END SET END-OF-EXTRACT-FILE TO TRUE
001787     END-READ.
001790 2000-EXIT.
001800     EXIT.
001810
002311     MOVE ZERO TO BG-LOG-WORKLOAD-C (WS-GRP-IDX)
002312     MOVE 'N' TO BG-LOG-MATCH-FLAG (WS-GRP-IDX)
002313     MOVE 'N' TO BG-DUPLICATE-FLAG (WS-GRP-IDX)
002314     IF PH-RUN-DATE = WS-RUN-DATE
002315         MOVE 'N' TO BG-DATE-FLAG (WS-GRP-IDX)
002316     ELSE
002317         MOVE 'Y' TO BG-DATE-FLAG (WS-GRP-IDX)
002318     END-IF
002319     SET CONTROL-GROUP-OPEN TO TRUE.
002320 3500-EXIT.
002321     EXIT.
002322
002323*==================================================================*
002324*  4000-CROSS-CHECK-LOG - THE LAST DAILY-BOARD OR MIDSHIFT LOG     *
002330*  RECORD FOR THE HEADER RUN DATE MUST CARRY THE SAME WORKLOAD     *
002340*  C AS THE TRAILER'S TOTAL ASSIGNED MINUTES.                      *
002350*==================================================================*
003055         END-IF
003056     END-IF
003057     WRITE BALANCE-REPORT-LINE FROM WS-CHECK-LINE
003058     IF BG-DATE-FLAG (WS-GRP-IDX) = 'Y'
003059         SET EXTRACT-OUT-OF-BALANCE TO TRUE
003060         MOVE 'RUN DATE IS NOT THE BUSINESS DATE BEING PROCESSED'
003061             TO BALANCE-REPORT-LINE
003062         WRITE BALANCE-REPORT-LINE
003063         GO TO 6100-EXIT
003064     END-IF
003129     IF BG-DUPLICATE-FLAG (WS-GRP-IDX) = 'Y'
003194         SET EXTRACT-OUT-OF-BALANCE TO TRUE
003259         MOVE 'RUN DATE ALREADY PROCESSED - DUPLICATE FEED'
003324             TO BALANCE-REPORT-LINE
003389         WRITE BALANCE-REPORT-LINE
003454     END-IF.
003519 6100-EXIT.
003584     EXIT.
003649
003720*==================================================================*
003730*  7000-RELEASE-OR-REJECT - AN IN-BALANCE FILE HAS ITS RUN DATE    *
003740*  RECORDED ON THE CONTROL FILE AND GOES THROUGH; ANYTHING ELSE    *
