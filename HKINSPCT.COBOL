000210*                  RECLEANS FILE.  AN INSPECTION SUMMARY LISTS    *
000220*                  EVERY FAIL WITH ITS DEFECT CODE AND            *
000230*                  INSPECTOR.                                     *
000231*  10/15/2026 MRD  READ THE FIXED-LAYOUT ASSIGNMENT EXTRACT       *
000232*                  (ASNEXTF) INSTEAD OF SCRAPING THE PRINTED      *
000233*                  ASSNRPT.                                       *
000234*  10/15/2026 MRD  A FAIL WITH A MAINTENANCE DEFECT CODE ('M'     *
000235*                  CLASS) WRITES NO RE-CLEAN DELTA - THE ROOM     *
000236*                  GOES TO ENGINEERING THROUGH HKENGWO.  THE      *
000237*                  SUMMARY MARKS IT AND COUNTS IT SEPARATELY.     *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-INSPECTION-KEY.
000370
000380     SELECT ASSIGNMENT-EXTRACT-FILE
000390         ASSIGN TO ASNEXTF
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ASSIGN-EXT-KEY.
000420
000430     SELECT RECLEAN-DELTA-FILE
000440         ASSIGN TO RECLEANS
000560     LABEL RECORDS ARE STANDARD.
000570 COPY HKINSP.
000580
000590 FD  ASSIGNMENT-EXTRACT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY ASNEXT.
000620
000630 FD  RECLEAN-DELTA-FILE
000640     LABEL RECORDS ARE STANDARD.
000750 01  WS-FILE-STATUS-KEYS.
000760     05  WS-INSPECTION-KEY         PIC X(02) VALUE SPACES.
000770         88  INSPECTION-FILE-OK            VALUE '00'.
000780     05  WS-ASSIGN-EXT-KEY         PIC X(02) VALUE SPACES.
000790         88  ASSIGN-EXT-FILE-OK            VALUE '00'.
000800     05  WS-RECLEAN-FILE-KEY       PIC X(02) VALUE SPACES.
000810     05  WS-INSP-RPT-KEY           PIC X(02) VALUE SPACES.
000820
000970 77  WS-PASSED-CTR                PIC 9(05)     COMP VALUE ZERO.
000980 77  WS-FAILED-CTR                PIC 9(05)     COMP VALUE ZERO.
000990 77  WS-REJECTED-CTR              PIC 9(05)     COMP VALUE ZERO.
001000 77  WS-ENGINEERING-CTR           PIC 9(05)     COMP VALUE ZERO.
001190
001200*----------------------------------------------------------------*
001210*  BOARD ROOM TABLE - THE MORNING BOARD'S STATUS AND TYPE PER     *
001410     05  WF-DEFECT-CODE            PIC X(02).
001420     05  FILLER                    PIC X(12) VALUE '  INSPECTOR '.
001430     05  WF-INSPECTOR-ID           PIC X(06).
001440     05  WF-DISPOSITION            PIC X(14) VALUE
001445         '  RE-CLEAN AS '.
001450     05  WF-STATUS-CODE            PIC X(01).
001460     05  FILLER                    PIC X(27) VALUE SPACES.
001680         MOVE 'INSPECTION-FILE (INSPECTS)' TO WS-BAD-FILE-NAME
001690         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001700     END-IF
001710     OPEN INPUT ASSIGNMENT-EXTRACT-FILE
001720     IF NOT ASSIGN-EXT-FILE-OK
001730         MOVE 'ASSIGNMENT-EXTRACT (ASNEXTF)' TO WS-BAD-FILE-NAME
001740         PERFORM 9600-FILE-OPEN-ERROR-ROUTINE THRU 9600-EXIT
001750     END-IF
001760     OPEN OUTPUT RECLEAN-DELTA-FILE
001840
001850*==================================================================*
001860*  2000-LOAD-ASSIGNMENTS - THE MORNING BOARD'S STATUS AND TYPE     *
001870*  PER ROOM, FROM THE DETAIL RECORDS OF THE ASSIGNMENT EXTRACT.    *
001880*==================================================================*
001890 2000-LOAD-ASSIGNMENTS.
001900     PERFORM 2100-READ-ASSIGNMENT-LINE THRU 2100-EXIT
001940     EXIT.
001950
001960 2100-READ-ASSIGNMENT-LINE.
001970     READ ASSIGNMENT-EXTRACT-FILE
001980         AT END SET END-OF-ASSIGN-FILE TO TRUE
001990     END-READ.
002000 2100-EXIT.
002010     EXIT.
002020
002030 2200-STORE-ONE-ASSIGNMENT.
002040     IF NOT AX-DETAIL-RECORD
002070         GO TO 2200-NEXT
002080     END-IF
002100     IF WS-ROOM-COUNT < 500
002110         ADD 1 TO WS-ROOM-COUNT
002120         SET WS-ROOM-IDX TO WS-ROOM-COUNT
002130         MOVE AX-ROOM-NUMBER TO RT-ROOM-NUMBER (WS-ROOM-IDX)
002140         MOVE AX-STATUS-CODE TO RT-STATUS-CODE (WS-ROOM-IDX)
002150         MOVE AX-ROOM-TYPE TO RT-ROOM-TYPE (WS-ROOM-IDX)
002160     ELSE
002170         DISPLAY 'INSPECTION WARNING -- ROOM '
002180             AX-ROOM-NUMBER
002190             ' DROPPED -- ROOM TABLE IS FULL AT 500 ENTRIES'
002200     END-IF.
002210 2200-NEXT.
002620         GO TO 3200-NEXT
002630     END-IF
002640     ADD 1 TO WS-FAILED-CTR
002641     IF IR-MAINTENANCE-DEFECT
002642         ADD 1 TO WS-ENGINEERING-CTR
002643         MOVE '  ENGINEERING ' TO WF-DISPOSITION
002644         MOVE SPACE TO WF-STATUS-CODE
002645     ELSE
002650         PERFORM 3400-WRITE-RECLEAN-DELTA THRU 3400-EXIT
002652         MOVE '  RE-CLEAN AS ' TO WF-DISPOSITION
002654         MOVE RT-STATUS-CODE (WS-ROOM-IDX) TO WF-STATUS-CODE
002656     END-IF
002660     MOVE IR-ROOM-NUMBER TO WF-ROOM-NUMBER
002670     MOVE IR-DEFECT-CODE TO WF-DEFECT-CODE
002680     MOVE IR-INSPECTOR-ID TO WF-INSPECTOR-ID
002700     WRITE INSPECTION-REPORT-LINE FROM WS-FAIL-DETAIL-LINE.
002710 3200-NEXT.
002720     PERFORM 3100-READ-INSPECTION-RECORD THRU 3100-EXIT.
003240     MOVE 'REJECTED      ' TO WT-LABEL
003250     MOVE WS-REJECTED-CTR TO WT-COUNT
003260     WRITE INSPECTION-REPORT-LINE FROM WS-TOTAL-LINE
003262     MOVE 'TO ENGINEERING' TO WT-LABEL
003264     MOVE WS-ENGINEERING-CTR TO WT-COUNT
003266     WRITE INSPECTION-REPORT-LINE FROM WS-TOTAL-LINE
003270     IF WS-FAILED-CTR > WS-ENGINEERING-CTR
003280         MOVE 'RUN THE BOARD MID-SHIFT PASS WITH DELTAIN SET TO'
003290             TO INSPECTION-REPORT-LINE
003300         WRITE INSPECTION-REPORT-LINE
003400*==================================================================*
003410 9000-TERMINATE.
003420     CLOSE INSPECTION-FILE
003430     CLOSE ASSIGNMENT-EXTRACT-FILE
003440     CLOSE RECLEAN-DELTA-FILE
003450     CLOSE INSPECTION-REPORT-FILE.
003460 9000-EXIT.
