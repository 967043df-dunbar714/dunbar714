000210*                  COST SUMMARY.  REPLACES THE SPREADSHEET THE    *
000220*                  CONTROLLER REBUILT FROM THREE REPORTS EVERY    *
000230*                  MONTH.                                         *
000231*  10/15/2026 MRD  READ THE FIXED-LAYOUT ASSIGNMENT EXTRACT       *
000232*                  (ASNEXTF) INSTEAD OF SCRAPING THE PRINTED      *
000233*                  ASSNRPT.  EACH PASS HEADER NOW SWITCHES THE    *
000234*                  CURRENT PROPERTY IN PLACE OF THE BANNER LINE.  *
000235*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000236*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000237*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000238*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000239*                  A RERUN OVERRIDE FOR IT.                       *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000420         RECORD KEY IS EM-EMPLOYEE-ID
000430         FILE STATUS IS WS-EMP-MASTER-KEY.
000440
000450     SELECT ASSIGNMENT-EXTRACT-FILE
000460         ASSIGN TO ASNEXTF
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000490
000500     SELECT GL-EXTRACT-FILE
000510         ASSIGN TO GLEXTF
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-COST-RPT-KEY.
000590
000591     SELECT BUSINESS-DATE-FILE
000592         ASSIGN TO BUSDATE
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000595
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PAYROLL-EXTRACT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY EMPMST.
000690
000700 FD  ASSIGNMENT-EXTRACT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY ASNEXT.
000730
000740 FD  GL-EXTRACT-FILE
000750     LABEL RECORDS ARE STANDARD.
000790     LABEL RECORDS ARE STANDARD.
000800 01  COST-REPORT-LINE             PIC X(80).
000810
000812 FD  BUSINESS-DATE-FILE
000814     LABEL RECORDS ARE STANDARD.
000816 COPY BUSDTE.
000818
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000840*  FILE STATUS KEYS AND SWITCHES                                  *
000890     05  WS-EMP-MASTER-KEY         PIC X(02) VALUE SPACES.
000900         88  EMP-MASTER-FILE-OK            VALUE '00'.
000910         88  EMP-MASTER-REC-MISSING        VALUES '23' '35'.
000920     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
000930         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
000940     05  WS-GL-EXTRACT-KEY         PIC X(02) VALUE SPACES.
000950     05  WS-COST-RPT-KEY           PIC X(02) VALUE SPACES.
000953     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000956         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000960
000970 01  WS-SWITCHES.
000980     05  WS-PAYROLL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001230 77  WS-CURRENT-PROPERTY          PIC X(04)     VALUE SPACES.
001240 77  WS-LOOKUP-DEPARTMENT         PIC X(04)     VALUE SPACES.
001250
001540*----------------------------------------------------------------*
001550*  STATUS CODES IN REPORT ORDER, WITH THEIR COST LABELS.          *
001560*----------------------------------------------------------------*
002340*  REQUIRED - WITHOUT WAGE RATES THERE ARE NO DOLLARS.             *
002350*==================================================================*
002360 1000-INITIALIZE.
002370     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002380     OPEN INPUT PAYROLL-EXTRACT-FILE
002390     IF NOT PAYROLL-FILE-OK
002400         MOVE 'PAYROLL-EXTRACT (PAYEXTF)' TO WS-BAD-FILE-NAME
002450         MOVE 'EMPLOYEE-MASTER (EMPMAST)' TO WS-BAD-FILE-NAME
002460         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002470     END-IF
002480     OPEN INPUT ASSIGNMENT-EXTRACT-FILE
002490     IF NOT ASSIGN-EXT-FILE-OK
002500         MOVE 'ASSIGNMENT-EXTRACT (ASNEXTF)' TO WS-BAD-FILE-NAME
002510         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002520     END-IF
002530     OPEN OUTPUT GL-EXTRACT-FILE
002550 1000-EXIT.
002560     EXIT.
002570
002571*----------------------------------------------------------------*
002572*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
002573*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
002574*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
002575*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
002576*----------------------------------------------------------------*
002577 1050-READ-BUSINESS-DATE.
002578     OPEN INPUT BUSINESS-DATE-FILE
002579     IF NOT BUSINESS-DATE-FILE-OK
002580         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
002581         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002582     END-IF
002583     READ BUSINESS-DATE-FILE
002584         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002585     END-READ
002586     CLOSE BUSINESS-DATE-FILE
002587     IF BD-BUSINESS-DATE IS NOT NUMERIC
002588         OR BD-BUSINESS-DATE = ZERO
002589         DISPLAY 'LABOR COST ERROR -- NO BUSINESS DATE'
002590             ' ON THE CONTROL FILE (BUSDATE)'
002591         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
002592             'AND RESUBMIT'
002593         MOVE 8 TO RETURN-CODE
002594         GO TO 9999-EXIT
002595     END-IF
002596     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
002597         MOVE BD-RERUN-DATE TO WS-RUN-DATE
002598         DISPLAY 'LABOR COST WARNING -- RERUN OVERRIDE'
002599             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
002600         GO TO 1050-EXIT
002601     END-IF
002602     IF BD-DAY-COMPLETE
002603         DISPLAY 'LABOR COST ERROR -- BUSINESS DATE '
002604             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002605         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002606             'HKDTROLL TO PROCESS IT AGAIN'
002607         MOVE 8 TO RETURN-CODE
002608         GO TO 9999-EXIT
002609     END-IF
002610     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002611 1050-EXIT.
002612     EXIT.
002613
002614*==================================================================*
002615*  2000-PRICE-ASSIGNMENTS - EACH ASSIGNED ROOM'S PLAN MINUTES      *
002616*  PRICED AT ITS HOUSEKEEPER'S WAGE RATE AND POSTED TO THE         *
002617*  PROPERTY'S STATUS-CODE COST BUCKET.  EACH EXTRACT HEADER SETS   *
002618*  THE PROPERTY, AS THE PAYROLL-EXTRACT HEADER DOES IN 3000.       *
002620*==================================================================*
002630 2000-PRICE-ASSIGNMENTS.
002640     PERFORM 2100-READ-ASSIGNMENT-LINE THRU 2100-EXIT
002650     PERFORM 2200-PRICE-ONE-ASSIGNMENT THRU 2200-EXIT
002660         UNTIL END-OF-ASSIGN-FILE
002670     CLOSE ASSIGNMENT-EXTRACT-FILE.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-READ-ASSIGNMENT-LINE.
002720     READ ASSIGNMENT-EXTRACT-FILE
002730         AT END SET END-OF-ASSIGN-FILE TO TRUE
002740     END-READ.
002750 2100-EXIT.
002760     EXIT.
002770
002780 2200-PRICE-ONE-ASSIGNMENT.
002790     IF AX-HEADER-RECORD
002810         MOVE XH-PROPERTY-CODE TO WS-CURRENT-PROPERTY
002820         GO TO 2200-NEXT
002830     END-IF
002840     IF NOT AX-DETAIL-RECORD
002860         GO TO 2200-NEXT
002870     END-IF
002890     IF AX-PLAN-MINUTES IS NOT NUMERIC
002900         GO TO 2200-NEXT
002910     END-IF
002920     PERFORM 4000-FIND-PROPERTY-ENTRY THRU 4000-EXIT
002930     MOVE AX-EMPLOYEE-ID TO EM-EMPLOYEE-ID
002940     PERFORM 4500-LOOK-UP-WAGE-RATE THRU 4500-EXIT
002950     COMPUTE WS-ROOM-COST ROUNDED =
002960         (AX-PLAN-MINUTES * WS-WAGE-RATE) / 60
002970     PERFORM 2300-POST-ONE-STATUS-COST THRU 2300-EXIT
002980         VARYING WS-STATUS-SUBSCRIPT FROM 1 BY 1
002990         UNTIL WS-STATUS-SUBSCRIPT > 5.
003030     EXIT.
003040
003050 2300-POST-ONE-STATUS-COST.
003060     IF WS-STATUS-CODE (WS-STATUS-SUBSCRIPT) = AX-STATUS-CODE
003070         ADD WS-ROOM-COST TO
003080             CP-STATUS-COST (WS-CST-IDX WS-STATUS-SUBSCRIPT)
003090     END-IF.
