000240*                  POINT THE BOARD RUN'S ROOMSTAT AT THE          *
000250*                  AUGMENTED BOARD FILE.  DEEP CLEANS BECOME A    *
000260*                  MANAGED ROTATION INSTEAD OF FOLKLORE.          *
000261*  10/15/2026 MRD  CLEANING STANDARDS ARE NOW                     *
000262*                  EFFECTIVE-DATED.  EACH TYPE'S CYCLE COMES FROM *
000263*                  ITS 'C' ROW IN EFFECT ON THE RUN DATE; A ZERO  *
000264*                  CYCLE IN EFFECT TAKES THE TYPE OFF THE         *
000265*                  ROTATION.                                      *
000266*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000267*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000268*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000269*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000270*                  A RERUN OVERRIDE FOR IT.                       *
000275*----------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BACKLOG-RPT-KEY.
000620
000621     SELECT BUSINESS-DATE-FILE
000622         ASSIGN TO BUSDATE
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000625
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ROOM-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  BACKLOG-REPORT-LINE          PIC X(80).
000860
000862 FD  BUSINESS-DATE-FILE
000864     LABEL RECORDS ARE STANDARD.
000866 COPY BUSDTE.
000868
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------*
000890*  FILE STATUS KEYS AND SWITCHES                                  *
000970         88  ROOM-STATUS-FILE-OK           VALUE '00'.
000980     05  WS-AUGMENTED-KEY          PIC X(02) VALUE SPACES.
000990     05  WS-BACKLOG-RPT-KEY        PIC X(02) VALUE SPACES.
000993     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000996         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
001000
001010 01  WS-SWITCHES.
001020     05  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001370 77  WS-DAYS-SINCE                PIC 9(08)     COMP VALUE ZERO.
001380 77  WS-RUN-SERIAL                PIC 9(08)     COMP VALUE ZERO.
001390 77  WS-LAST-SERIAL               PIC 9(08)     COMP VALUE ZERO.
001395 77  WS-ROW-EFFECTIVE-DATE        PIC 9(08)     VALUE ZERO.
001400
001410*----------------------------------------------------------------*
001420*  DATE WORK FIELDS - DAY SERIAL BY THE SAME STEPWISE INTEGER     *
001610     05  WS-RUN-DATE               PIC 9(08).
001620
001630*----------------------------------------------------------------*
001640*  DEEP-CLEAN CYCLE TABLE - ONE ENTRY PER ROOM TYPE FROM THE      *
001646*  'C' ROW IN EFFECT ON THE RUN DATE.  A ZERO CYCLE MEANS THE     *
001652*  TYPE HAS NO SCHEDULED CYCLE.                                   *
001660*----------------------------------------------------------------*
001670 01  WS-CYCLE-TABLE.
001680     05  WS-CYCLE-ENTRY OCCURS 100 TIMES
001690         INDEXED BY WS-CYC-IDX.
001700         10  CY-ROOM-TYPE              PIC X(02).
001710         10  CY-CYCLE-DAYS             PIC 9(03) COMP.
001715         10  CY-EFFECTIVE-DATE         PIC 9(08).
001720
001730*----------------------------------------------------------------*
001740*  BOARD-SEEN TABLE - EVERY PROPERTY/ROOM ALREADY ON TONIGHT'S    *
002310 1000-INITIALIZE.
002320     MOVE SPACES TO WS-CONTROL-CARD
002330     ACCEPT WS-CONTROL-CARD FROM SYSIN
002340     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002350     IF CC-DAILY-CAPACITY IS NUMERIC
002360         AND CC-DAILY-CAPACITY > ZERO
002370         MOVE CC-DAILY-CAPACITY TO WS-DAILY-CAPACITY
002640 1000-EXIT.
002650     EXIT.
002660
002661*----------------------------------------------------------------*
002662*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
002663*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
002664*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
002665*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
002666*----------------------------------------------------------------*
002667 1050-READ-BUSINESS-DATE.
002668     OPEN INPUT BUSINESS-DATE-FILE
002669     IF NOT BUSINESS-DATE-FILE-OK
002670         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
002671         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
002672     END-IF
002673     READ BUSINESS-DATE-FILE
002674         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002675     END-READ
002676     CLOSE BUSINESS-DATE-FILE
002677     IF BD-BUSINESS-DATE IS NOT NUMERIC
002678         OR BD-BUSINESS-DATE = ZERO
002679         DISPLAY 'DEEP-CLEAN SCHEDULE ERROR -- NO BUSINESS DATE'
002680             ' ON THE CONTROL FILE (BUSDATE)'
002681         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
002682             'AND RESUBMIT'
002683         MOVE 8 TO RETURN-CODE
002684         GO TO 9999-EXIT
002685     END-IF
002686     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
002687         MOVE BD-RERUN-DATE TO WS-RUN-DATE
002688         DISPLAY 'DEEP-CLEAN SCHEDULE WARNING -- RERUN OVERRIDE'
002689             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
002690         GO TO 1050-EXIT
002691     END-IF
002692     IF BD-DAY-COMPLETE
002693         DISPLAY 'DEEP-CLEAN SCHEDULE ERROR -- BUSINESS DATE '
002694             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002695         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002696             'HKDTROLL TO PROCESS IT AGAIN'
002697         MOVE 8 TO RETURN-CODE
002698         GO TO 9999-EXIT
002699     END-IF
002700     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002701 1050-EXIT.
002702     EXIT.
002703
002704*==================================================================*
002705*  2000-LOAD-CYCLE-TABLE - ONE ENTRY PER ROOM TYPE FROM THE 'C'    *
002706*  STANDARDS ROW IN EFFECT ON THE RUN DATE.                        *
002707*==================================================================*
002710 2000-LOAD-CYCLE-TABLE.
002720     PERFORM 2100-READ-STANDARDS-RECORD THRU 2100-EXIT
002730     PERFORM 2200-STORE-ONE-CYCLE THRU 2200-EXIT
002910     IF CS-STATUS-CODE NOT = 'C'
002920         GO TO 2200-NEXT
002930     END-IF
002940     IF CS-EFFECTIVE-DATE IS NUMERIC
002943         MOVE CS-EFFECTIVE-DATE TO WS-ROW-EFFECTIVE-DATE
002946     ELSE
002949         MOVE ZERO TO WS-ROW-EFFECTIVE-DATE
002952     END-IF
002955     IF WS-ROW-EFFECTIVE-DATE > WS-RUN-DATE
002960         GO TO 2200-NEXT
002970     END-IF
002971     PERFORM 2300-FIND-CYCLE-ENTRY THRU 2300-EXIT
002972     IF CYCLE-ROW-FOUND
002973         IF CY-EFFECTIVE-DATE (WS-CYC-IDX) > WS-ROW-EFFECTIVE-DATE
002974             GO TO 2200-NEXT
002975         END-IF
002976     ELSE
002980         IF WS-CYCLE-COUNT < 100
002990             ADD 1 TO WS-CYCLE-COUNT
003000             SET WS-CYC-IDX TO WS-CYCLE-COUNT
003001         ELSE
003002             DISPLAY 'DEEP-CLEAN SCHEDULE WARNING -- TYPE '
003003                 CS-ROOM-TYPE
003004                 ' DROPPED -- CYCLE TABLE IS FULL AT 100 ENTRIES'
003005             GO TO 2200-NEXT
003006         END-IF
003007     END-IF
003010     MOVE CS-ROOM-TYPE TO CY-ROOM-TYPE (WS-CYC-IDX)
003015     IF CS-DEEP-CLEAN-CYCLE IS NUMERIC
003020         MOVE CS-DEEP-CLEAN-CYCLE TO CY-CYCLE-DAYS (WS-CYC-IDX)
003030     ELSE
003040         MOVE ZERO TO CY-CYCLE-DAYS (WS-CYC-IDX)
003070     END-IF
003075     MOVE WS-ROW-EFFECTIVE-DATE TO CY-EFFECTIVE-DATE (WS-CYC-IDX).
003080 2200-NEXT.
003090     PERFORM 2100-READ-STANDARDS-RECORD THRU 2100-EXIT.
003100 2200-EXIT.
003110     EXIT.
003120
003121 2300-FIND-CYCLE-ENTRY.
003122     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH
003123     PERFORM 2310-MATCH-CYCLE-ENTRY THRU 2310-EXIT
003124         VARYING WS-CYCLE-SUBSCRIPT FROM 1 BY 1
003125         UNTIL WS-CYCLE-SUBSCRIPT > WS-CYCLE-COUNT
003126         OR CYCLE-ROW-FOUND.
003127 2300-EXIT.
003128     EXIT.
003129
003130 2310-MATCH-CYCLE-ENTRY.
003131     SET WS-CYC-IDX TO WS-CYCLE-SUBSCRIPT
003132     IF CY-ROOM-TYPE (WS-CYC-IDX) = CS-ROOM-TYPE
003133         SET CYCLE-ROW-FOUND TO TRUE
003134     END-IF.
003135 2310-EXIT.
003136     EXIT.
003137
003138*==================================================================*
003140*  3000-COPY-BOARD-EXPORT - THE RAW FRONT-OFFICE EXPORT PASSES     *
003150*  STRAIGHT THROUGH TO THE AUGMENTED BOARD, AND EVERY ROOM ON IT   *
003160*  IS REMEMBERED SO IT IS NOT INJECTED A SECOND TIME.              *
003960     ADD 1 TO WS-SCANNED-CTR
003970     PERFORM 5300-FIND-CYCLE-FOR-TYPE THRU 5300-EXIT
003980     IF NOT CYCLE-ROW-FOUND
003985         OR WS-ROOM-CYCLE-DAYS = ZERO
003990         GO TO 5200-NEXT
004000     END-IF
004010     IF RM-LAST-DEEP-CLEAN IS NOT NUMERIC
