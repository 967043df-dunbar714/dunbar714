000250*                  CONSTANT.  THE MASTER IS CREATED EMPTY ON      *
000260*                  THE FIRST RUN (ROOMCONV LOADS THE OLD FLAT     *
000270*                  FILE AT CONVERSION).                           *
000271*  10/15/2026 MRD  RUN DATE TAKEN FROM THE BUSINESS-DATE          *
000272*                  CONTROL FILE (BUSDATE) IN PLACE OF THE         *
000273*                  SYSTEM CLOCK.  A DATE ALREADY CLOSED BY        *
000274*                  HKRUNCTL IS REFUSED UNLESS HKDTROLL HAS SET    *
000275*                  A RERUN OVERRIDE FOR IT.                       *
000276*  10/15/2026 MRD  EACH ROOM TYPE IS HELD ONCE IN THE TYPE        *
000277*                  TABLE - THE STANDARDS MASTER CARRIES A ROW     *
000278*                  PER STATUS AND EFFECTIVE DATE FOR EVERY TYPE.  *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-RPT-KEY.
000580
000581     SELECT BUSINESS-DATE-FILE
000582         ASSIGN TO BUSDATE
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000585
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ROOM-MASTER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  AUDIT-REPORT-LINE            PIC X(80).
000760
000762 FD  BUSINESS-DATE-FILE
000764     LABEL RECORDS ARE STANDARD.
000766 COPY BUSDTE.
000768
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000790*  FILE STATUS KEYS AND SWITCHES                                  *
000880     05  WS-TRANSACTION-KEY        PIC X(02) VALUE SPACES.
000890         88  TRANSACTION-FILE-OK           VALUE '00'.
000900     05  WS-AUDIT-RPT-KEY          PIC X(02) VALUE SPACES.
000903     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000906         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000910
000920 01  WS-SWITCHES.
000930     05  WS-STANDARDS-EOF-SWITCH   PIC X(01) VALUE 'N'.
001650*  AUDIT FILES.                                                    *
001660*==================================================================*
001670 1000-INITIALIZE.
001680     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001690     OPEN I-O ROOM-MASTER-FILE
001700     IF MASTER-FILE-NOT-FOUND
001710         OPEN OUTPUT ROOM-MASTER-FILE
001950 1000-EXIT.
001960     EXIT.
001970
001971*----------------------------------------------------------------*
001972*  1050-READ-BUSINESS-DATE - THE PROCESSING DATE COMES FROM THE   *
001973*  BUSINESS-DATE CONTROL FILE, NOT THE CLOCK.  A DAY HKRUNCTL     *
001974*  HAS ALREADY CLOSED IS REFUSED UNLESS HKDTROLL HAS SET A RERUN  *
001975*  OVERRIDE, AND THE OVERRIDE THEN NAMES THE DATE TO PROCESS.     *
001976*----------------------------------------------------------------*
001977 1050-READ-BUSINESS-DATE.
001978     OPEN INPUT BUSINESS-DATE-FILE
001979     IF NOT BUSINESS-DATE-FILE-OK
001980         MOVE 'BUSINESS-DATE (BUSDATE)' TO WS-BAD-FILE-NAME
001981         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001982     END-IF
001983     READ BUSINESS-DATE-FILE
001984         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
001985     END-READ
001986     CLOSE BUSINESS-DATE-FILE
001987     IF BD-BUSINESS-DATE IS NOT NUMERIC
001988         OR BD-BUSINESS-DATE = ZERO
001989         DISPLAY 'ROOM MAINTENANCE ERROR -- NO BUSINESS DATE'
001990             ' ON THE CONTROL FILE (BUSDATE)'
001991         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
001992             'AND RESUBMIT'
001993         MOVE 8 TO RETURN-CODE
001994         GO TO 9999-EXIT
001995     END-IF
001996     IF BD-RERUN-DATE IS NUMERIC AND BD-RERUN-DATE > ZERO
001997         MOVE BD-RERUN-DATE TO WS-RUN-DATE
001998         DISPLAY 'ROOM MAINTENANCE WARNING -- RERUN OVERRIDE'
001999             ' -- PROCESSING CLOSED DATE ' WS-RUN-DATE
002000         GO TO 1050-EXIT
002001     END-IF
002002     IF BD-DAY-COMPLETE
002003         DISPLAY 'ROOM MAINTENANCE ERROR -- BUSINESS DATE '
002004             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002005         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002006             'HKDTROLL TO PROCESS IT AGAIN'
002007         MOVE 8 TO RETURN-CODE
002008         GO TO 9999-EXIT
002009     END-IF
002010     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002011 1050-EXIT.
002012     EXIT.
002013
002014 1100-LOAD-STANDARDS-TYPES.
002015     PERFORM 1120-READ-STANDARDS-RECORD THRU 1120-EXIT
002016     PERFORM 1140-STORE-ONE-TYPE THRU 1140-EXIT
002017         UNTIL END-OF-STANDARDS-FILE
002020     CLOSE CLEANING-STANDARDS-FILE.
002030 1100-EXIT.
002040     EXIT.
002110     EXIT.
002120
002130 1140-STORE-ONE-TYPE.
002131     MOVE 'N' TO WS-TYPE-FOUND-SWITCH
002132     PERFORM 1150-MATCH-STORED-TYPE THRU 1150-EXIT
002133         VARYING WS-TYPE-SUBSCRIPT FROM 1 BY 1
002134         UNTIL WS-TYPE-SUBSCRIPT > WS-TYPE-COUNT
002135         OR ROOM-TYPE-ON-STANDARDS
002136     IF NOT ROOM-TYPE-ON-STANDARDS
002140         AND WS-TYPE-COUNT < 100
002150         ADD 1 TO WS-TYPE-COUNT
002160         SET WS-TYP-IDX TO WS-TYPE-COUNT
002170         MOVE CS-ROOM-TYPE TO TT-ROOM-TYPE (WS-TYP-IDX)
002200 1140-EXIT.
002210     EXIT.
002220
002221 1150-MATCH-STORED-TYPE.
002222     SET WS-TYP-IDX TO WS-TYPE-SUBSCRIPT
002223     IF TT-ROOM-TYPE (WS-TYP-IDX) = CS-ROOM-TYPE
002224         SET ROOM-TYPE-ON-STANDARDS TO TRUE
002225     END-IF.
002226 1150-EXIT.
002227     EXIT.
002228
002230 2000-READ-TRANSACTION.
002240     READ TRANSACTION-FILE
002250         AT END SET END-OF-TRANSACTION-FILE TO TRUE
