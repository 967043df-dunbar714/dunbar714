000164*                  CODE ON THE MASTER FOR THE HKLABCST LABOR      *
000166*                  COST EXTRACT - BLANK TRANSACTION FIELDS        *
000168*                  KEEP THE MASTER'S CURRENT VALUES.              *
000169*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000170*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000171*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000172*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000173*                  A RERUN OVERRIDE FOR IT.                       *
000176*----------------------------------------------------------------*
000180
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-RPT-KEY.
000420
000421     SELECT BUSINESS-DATE-FILE
000422         ASSIGN TO BUSDATE
000423         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000425
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLOYEE-MASTER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  AUDIT-REPORT-LINE            PIC X(80).
000560
000562 FD  BUSINESS-DATE-FILE
000564     LABEL RECORDS ARE STANDARD.
000566 COPY BUSDTE.
000568
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------*
000590*  FILE STATUS KEYS AND SWITCHES                                  *
000660     05  WS-TRANSACTION-KEY        PIC X(02) VALUE SPACES.
000670         88  TRANSACTION-FILE-OK           VALUE '00'.
000680     05  WS-AUDIT-RPT-KEY          PIC X(02) VALUE SPACES.
000683     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000686         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000690
000700 01  WS-SWITCHES.
000710     05  WS-TRANSACTION-EOF-SWITCH PIC X(01) VALUE 'N'.
001250*  THE FIRST EVER RUN, THEN THE TRANSACTION AND AUDIT FILES.       *
001260*==================================================================*
001270 1000-INITIALIZE.
001280     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001290     OPEN I-O EMPLOYEE-MASTER-FILE
001300     IF MASTER-FILE-NOT-FOUND
001310         OPEN OUTPUT EMPLOYEE-MASTER-FILE
001490 1000-EXIT.
001500     EXIT.
001510
001511*----------------------------------------------------------------*
001512*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
001513*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
001514*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
001515*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
001516*----------------------------------------------------------------*
001517 1050-READ-BUSINESS-DATE.
001518     OPEN INPUT BUSINESS-DATE-FILE
001519     IF NOT BUSINESS-DATE-FILE-OK
001520         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
001521         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001522     END-IF
001523     READ BUSINESS-DATE-FILE
001524         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
001525     END-READ
001526     CLOSE BUSINESS-DATE-FILE
001527     IF BD-BUSINESS-DATE IS NOT NUMERIC
001528         OR BD-BUSINESS-DATE = ZERO
001529         DISPLAY 'EMPLOYEE MAINTENANCE ERROR -- NO BUSINESS DATE'
001530             ' ON THE CONTROL FILE (BUSDATE)'
001531         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
001532             'AND RESUBMIT'
001533         MOVE 8 TO RETURN-CODE
001534         GO TO 9999-EXIT
001535     END-IF
001536     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
001537         MOVE BD-RERUN-DATE TO WS-RUN-DATE
001538         DISPLAY 'EMPLOYEE MAINTENANCE WARNING -- RERUN OVERRIDE'
001539             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
001540         GO TO 1050-EXIT
001541     END-IF
001542     IF BD-DAY-COMPLETE
001543         DISPLAY 'EMPLOYEE MAINTENANCE ERROR -- BUSINESS DATE '
001544             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
001545         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
001546             'HKDTROLL TO PROCESS IT AGAIN'
001547         MOVE 8 TO RETURN-CODE
001548         GO TO 9999-EXIT
001549     END-IF
001550     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
001551 1050-EXIT.
001552     EXIT.
001553
001554 2000-READ-TRANSACTION.
001555     READ TRANSACTION-FILE
001556         AT END SET END-OF-TRANSACTION-FILE TO TRUE
001557     END-READ.
001560 2000-EXIT.
001570     EXIT.
001580
