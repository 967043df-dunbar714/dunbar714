000210*                  CODE 8 FOR THE SCHEDULER TO ALARM ON, SO A     *
000220*                  STEP THAT QUIETLY PRODUCED NOTHING IS CAUGHT   *
000230*                  OVERNIGHT INSTEAD OF AT 7 AM.                  *
000231*  10/15/2026 MRD  THE RUN DATE NOW COMES FROM THE BUSINESS-      *
000232*                  DATE CONTROL FILE (BUSDATE) WHEN THE CONTROL   *
000233*                  CARD GIVES NONE.  A CLEAN STREAM FOR THE       *
000234*                  OPEN BUSINESS DATE MARKS THE DAY COMPLETE      *
000235*                  FOR HKDTROLL TO ROLL; A CLEAN STREAM FOR A     *
000236*                  RERUN DATE CLEARS THE RERUN OVERRIDE.          *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-RPT-KEY.
000620
000621     SELECT BUSINESS-DATE-FILE
000622         ASSIGN TO BUSDATE
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000625
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PROPERTY-PARAMETER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  STATUS-REPORT-LINE           PIC X(80).
000910
000912 FD  BUSINESS-DATE-FILE
000914     LABEL RECORDS ARE STANDARD.
000916 COPY BUSDTE.
000918
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940*  FILE STATUS KEYS AND SWITCHES                                  *
001050     05  WS-REJECT-FILE-KEY        PIC X(02) VALUE SPACES.
001060         88  REJECT-FILE-OK                VALUE '00'.
001070     05  WS-STATUS-RPT-KEY         PIC X(02) VALUE SPACES.
001073     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
001076         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
001080
001090 01  WS-SWITCHES.
001100     05  WS-PROPPARM-EOF-SWITCH    PIC X(01) VALUE 'N'.
001240
001250*----------------------------------------------------------------*
001260*  CONTROL CARD - RUN DATE IN COLUMNS 1-8 (BLANK OR ZERO MEANS    *
001270*  THE BUSINESS DATE) AND THE BOARD REJECT THRESHOLD IN COLUMNS   *
001273*  9-11.  A CARD DATE IS AN EXPLICIT CHECK OF THAT DAY AND IS     *
001276*  TAKEN EVEN WHEN THE DAY IS CLOSED.                             *
001280*----------------------------------------------------------------*
001290 01  WS-CONTROL-CARD.
001300     05  CC-RUN-DATE               PIC 9(08).
001310     05  CC-REJECT-THRESHOLD       PIC 9(03).
001320     05  FILLER                    PIC X(69).
001321*----------------------------------------------------------------*
001322*  BUSINESS-DATE HOLD - THE CONTROL RECORD AS READ, PUT BACK WITH *
001323*  THE DAY MARKED COMPLETE OR THE RERUN OVERRIDE CLEARED.         *
001324*----------------------------------------------------------------*
001325 01  WS-BUSINESS-DATE-HOLD        PIC X(40).
001330
001340*----------------------------------------------------------------*
001350*  STANDALONE COUNTERS                                            *
001910     PERFORM 5000-CHECK-RECON-REPORT THRU 5000-EXIT
001920     PERFORM 6000-COUNT-BOARD-REJECTS THRU 6000-EXIT
001930     PERFORM 7000-WRITE-STATUS-PAGE THRU 7000-EXIT
001935     PERFORM 8000-CLOSE-BUSINESS-DAY THRU 8000-EXIT
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT
001950     GO TO 9999-EXIT.
001960
002020 1000-INITIALIZE.
002030     MOVE SPACES TO WS-CONTROL-CARD
002040     ACCEPT WS-CONTROL-CARD FROM SYSIN
002050     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002100     IF CC-REJECT-THRESHOLD IS NUMERIC
002110         MOVE CC-REJECT-THRESHOLD TO WS-REJECT-THRESHOLD
002120     END-IF
002180 1000-EXIT.
002190     EXIT.
002200
002201*----------------------------------------------------------------*
002202*  1050-READ-BUSINESS-DATE - WITHOUT A CARD DATE THE RUN DATE IS  *
002203*  THE RERUN OVERRIDE WHEN ONE IS SET, OTHERWISE THE OPEN         *
002204*  BUSINESS DATE.  A BUSINESS DATE ALREADY MARKED COMPLETE IS     *
002205*  REFUSED - IT HAS BEEN VERIFIED AND IS WAITING FOR HKDTROLL.    *
002206*----------------------------------------------------------------*
002207 1050-READ-BUSINESS-DATE.
002208     OPEN INPUT BUSINESS-DATE-FILE
002209     IF NOT BUSINESS-DATE-FILE-OK
002210         DISPLAY 'RUN CONTROL ERROR -- UNABLE TO OPEN THE '
002211             'BUSINESS-DATE CONTROL FILE (BUSDATE)'
002212         MOVE 8 TO RETURN-CODE
002213         GO TO 9999-EXIT
002214     END-IF
002215     READ BUSINESS-DATE-FILE
002216         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
002217     END-READ
002218     CLOSE BUSINESS-DATE-FILE
002219     IF BD-BUSINESS-DATE IS NOT NUMERIC
002220         OR BD-BUSINESS-DATE = ZERO
002221         DISPLAY 'RUN CONTROL ERROR -- NO BUSINESS DATE'
002222             ' ON THE CONTROL FILE (BUSDATE)'
002223         DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH HKDTROLL '
002224             'AND RESUBMIT'
002225         MOVE 8 TO RETURN-CODE
002226         GO TO 9999-EXIT
002227     END-IF
002228     IF BD-RERUN-DATE IS NOT NUMERIC
002229         MOVE ZERO TO BD-RERUN-DATE
002230     END-IF
002231     MOVE BUSINESS-DATE-RECORD TO WS-BUSINESS-DATE-HOLD
002232     IF CC-RUN-DATE IS NUMERIC AND CC-RUN-DATE > ZERO
002233         MOVE CC-RUN-DATE TO WS-RUN-DATE
002234         GO TO 1050-EXIT
002235     END-IF
002236     IF BD-RERUN-DATE > ZERO
002237         MOVE BD-RERUN-DATE TO WS-RUN-DATE
002238         DISPLAY 'RUN CONTROL WARNING -- RERUN OVERRIDE'
002239             ' -- VERIFYING CLOSED DATE ' WS-RUN-DATE
002240         GO TO 1050-EXIT
002241     END-IF
002242     IF BD-DAY-COMPLETE
002243         DISPLAY 'RUN CONTROL ERROR -- BUSINESS DATE '
002244             BD-BUSINESS-DATE ' IS ALREADY CLOSED'
002245         DISPLAY 'RUN TERMINATED -- SET A RERUN OVERRIDE WITH '
002246             'HKDTROLL TO PROCESS IT AGAIN'
002247         MOVE 8 TO RETURN-CODE
002248         GO TO 9999-EXIT
002249     END-IF
002250     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002251 1050-EXIT.
002252     EXIT.
002253
002254*==================================================================*
002255*  2000-LOAD-PROPERTY-LIST - THE EXPECTED PROPERTIES, FROM THE     *
002256*  SAME PROPPARM FILE THE BOARD RUN DRIVES ON.  WITHOUT IT THE     *
002257*  STREAM IS THE SINGLE-PROPERTY BOARD.                            *
002258*==================================================================*
002260 2000-LOAD-PROPERTY-LIST.
002270     OPEN INPUT PROPERTY-PARAMETER-FILE
002280     IF NOT PROPPARM-FILE-OK
004830     EXIT.
004840
004850*==================================================================*
004851*  8000-CLOSE-BUSINESS-DAY - A CLEAN STREAM FOR THE OPEN BUSINESS  *
004852*  DATE MARKS THE DAY COMPLETE SO HKDTROLL CAN ROLL IT; A CLEAN    *
004853*  STREAM FOR THE RERUN DATE CLEARS THE OVERRIDE.  A FAILED        *
004854*  STREAM, OR A CARD DATE THAT IS NEITHER, LEAVES THE CONTROL      *
004855*  FILE ALONE.                                                     *
004856*==================================================================*
004857 8000-CLOSE-BUSINESS-DAY.
004858     IF STREAM-STEP-FAILED
004859         GO TO 8000-EXIT
004860     END-IF
004861     MOVE SPACES TO STATUS-REPORT-LINE
004862     IF BD-RERUN-DATE > ZERO
004863         IF WS-RUN-DATE NOT = BD-RERUN-DATE
004864             GO TO 8000-EXIT
004865         END-IF
004866         OPEN OUTPUT BUSINESS-DATE-FILE
004867         MOVE WS-BUSINESS-DATE-HOLD TO BUSINESS-DATE-RECORD
004868         MOVE ZERO TO BD-RERUN-DATE
004869         STRING 'RERUN OF ' WS-RUN-DATE ' VERIFIED -- RERUN '
004870             'OVERRIDE CLEARED' DELIMITED BY SIZE
004871             INTO STATUS-REPORT-LINE
004872     ELSE
004873         IF WS-RUN-DATE NOT = BD-BUSINESS-DATE
004874             GO TO 8000-EXIT
004875         END-IF
004876         OPEN OUTPUT BUSINESS-DATE-FILE
004877         MOVE WS-BUSINESS-DATE-HOLD TO BUSINESS-DATE-RECORD
004878         SET BD-DAY-COMPLETE TO TRUE
004879         STRING 'BUSINESS DATE ' WS-RUN-DATE ' MARKED COMPLETE '
004880             '-- READY FOR THE DATE ROLL' DELIMITED BY SIZE
004881             INTO STATUS-REPORT-LINE
004882     END-IF
004883     WRITE BUSINESS-DATE-RECORD
004884     CLOSE BUSINESS-DATE-FILE
004885     WRITE STATUS-REPORT-LINE.
004886 8000-EXIT.
004887     EXIT.
004888
004889*==================================================================*
004891*  9000-TERMINATE / 9999 EXIT                                     *
004893*==================================================================*
004895 9000-TERMINATE.
004897     CLOSE STATUS-REPORT-FILE
004900     IF STREAM-STEP-FAILED
004910         DISPLAY 'RUN CONTROL -- NIGHTLY STREAM FAILED -- SEE '
004920             'THE OPERATIONS STATUS PAGE (OPSTAT)'
