000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HKDTROLL.
000030 AUTHOR.         M R DUNBAR.
000040 INSTALLATION.   HOUSEKEEPING SYSTEMS - ROOMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                           *
000090*  ------------------------------------------------------------   *
000100*  DATE       BY   DESCRIPTION                                    *
000110*  ---------- ---- -------------------------------------------    *
000120*  10/15/2026 MRD  ORIGINAL VERSION - BUSINESS-DATE ROLL AND      *
000130*                  CONTROL.  RUN AS THE LAST STEP OF THE NIGHTLY  *
000140*                  STREAM, AFTER HKRUNCTL, IT CLOSES THE BUSINESS *
000150*                  DATE HKRUNCTL HAS MARKED COMPLETE AND ADVANCES *
000160*                  THE CONTROL FILE TO THE NEXT CALENDAR DAY.  A  *
000170*                  DAY NOT MARKED COMPLETE IS NOT ROLLED, SO A    *
000180*                  FAILED OR MISSED NIGHT IS CAUGHT UP UNDER ITS  *
000190*                  OWN DATE.  THE SAME STEP, BY CONTROL CARD,     *
000200*                  INITIALIZES THE FILE AND SETS OR CLEARS THE    *
000210*                  RERUN OVERRIDE THAT LETS THE SUITE PROCESS A   *
000220*                  CLOSED DATE AGAIN.                             *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BUSINESS-DATE-FILE
000330         ASSIGN TO BUSDATE
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BUSINESS-DATE-KEY.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  BUSINESS-DATE-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY BUSDTE.
000420
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------*
000450*  FILE STATUS KEYS AND SWITCHES                                  *
000460*----------------------------------------------------------------*
000470 01  WS-FILE-STATUS-KEYS.
000480     05  WS-BUSINESS-DATE-KEY      PIC X(02) VALUE SPACES.
000490         88  BUSINESS-DATE-FILE-OK         VALUE '00'.
000500
000510 01  WS-SWITCHES.
000520     05  WS-CONTROL-PRESENT-SWITCH PIC X(01) VALUE 'N'.
000530         88  CONTROL-RECORD-PRESENT        VALUE 'Y'.
000540     05  WS-DATE-VALID-SWITCH      PIC X(01) VALUE 'N'.
000550         88  CHECK-DATE-VALID              VALUE 'Y'.
000560     05  WS-CONTROL-CHANGED-SWITCH PIC X(01) VALUE 'N'.
000570         88  CONTROL-RECORD-CHANGED        VALUE 'Y'.
000580
000590*----------------------------------------------------------------*
000600*  CONTROL CARD - FUNCTION IN COLUMNS 1-5 AND A YYYYMMDD DATE IN  *
000610*  COLUMNS 6-13.                                                  *
000620*    ROLL  (OR BLANK) - CLOSE THE COMPLETED DAY AND ADVANCE.      *
000630*    INIT  DATE       - CREATE THE CONTROL FILE OPEN ON DATE.     *
000640*    RERUN DATE       - LET EVERY STEP PROCESS CLOSED DATE AGAIN. *
000650*    CLEAR            - DROP THE RERUN OVERRIDE.                  *
000660*----------------------------------------------------------------*
000670 01  WS-CONTROL-CARD.
000680     05  CC-FUNCTION               PIC X(05).
000690         88  CC-ROLL-FUNCTION              VALUES 'ROLL ' SPACES.
000700         88  CC-INIT-FUNCTION              VALUE 'INIT '.
000710         88  CC-RERUN-FUNCTION             VALUE 'RERUN'.
000720         88  CC-CLEAR-FUNCTION             VALUE 'CLEAR'.
000730     05  CC-FUNCTION-DATE          PIC 9(08).
000740     05  FILLER                    PIC X(67).
000750
000760*----------------------------------------------------------------*
000770*  STANDALONE WORK FIELDS                                         *
000780*----------------------------------------------------------------*
000790 77  WS-DAYS-IN-MONTH             PIC 9(02)     COMP VALUE ZERO.
000800 77  WS-LEAP-QUOTIENT             PIC 9(04)     COMP VALUE ZERO.
000810 77  WS-LEAP-REMAINDER            PIC 9(03)     COMP VALUE ZERO.
000820
000830*----------------------------------------------------------------*
000840*  CONTROL VALUES - THE RECORD AS READ, CHANGED BY THE FUNCTION   *
000850*  AND WRITTEN BACK WHOLE.                                        *
000860*----------------------------------------------------------------*
000870 01  WS-CONTROL-VALUES.
000880     05  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
000890     05  WS-DAY-STATUS             PIC X(01) VALUE SPACES.
000900         88  WS-DAY-COMPLETE               VALUE 'C'.
000910     05  WS-LAST-CLOSED-DATE       PIC 9(08) VALUE ZERO.
000920     05  WS-RERUN-DATE             PIC 9(08) VALUE ZERO.
000930
000940 01  WS-DATE-WORK-FIELDS.
000950     05  WS-CHECK-DATE             PIC 9(08).
000960     05  FILLER REDEFINES WS-CHECK-DATE.
000970         10  WS-CHECK-YEAR         PIC 9(04).
000980         10  WS-CHECK-MONTH        PIC 9(02).
000990         10  WS-CHECK-DAY          PIC 9(02).
001000
001010 01  WS-MONTH-DAYS-VALUES         PIC X(24) VALUE
001020     '312831303130313130313031'.
001030 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001040     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     IF CC-INIT-FUNCTION
001100         PERFORM 2000-INITIALIZE-CONTROL THRU 2000-EXIT
001110     ELSE
001120         IF NOT CONTROL-RECORD-PRESENT
001130             DISPLAY 'DATE ROLL ERROR -- NO BUSINESS DATE ON THE '
001140                 'CONTROL FILE (BUSDATE)'
001150             DISPLAY 'RUN TERMINATED -- INITIALIZE IT WITH AN '
001160                 'INIT CARD AND RESUBMIT'
001170             MOVE 8 TO RETURN-CODE
001180             GO TO 9999-EXIT
001190         END-IF
001200         IF CC-ROLL-FUNCTION
001210             PERFORM 3000-ROLL-BUSINESS-DATE THRU 3000-EXIT
001220         ELSE
001230             IF CC-RERUN-FUNCTION
001240                 PERFORM 4000-SET-RERUN-OVERRIDE THRU 4000-EXIT
001250             ELSE
001260                 IF CC-CLEAR-FUNCTION
001270                     PERFORM 4500-CLEAR-RERUN-OVERRIDE
001280                         THRU 4500-EXIT
001290                 ELSE
001300                     DISPLAY 'DATE ROLL ERROR -- UNKNOWN '
001310                         'FUNCTION ' CC-FUNCTION
001320                         ' ON THE CONTROL CARD'
001330                     MOVE 8 TO RETURN-CODE
001340                 END-IF
001350             END-IF
001360         END-IF
001370     END-IF
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT
001390     GO TO 9999-EXIT.
001400
001410*==================================================================*
001420*  1000-INITIALIZE - CONTROL CARD AND THE CURRENT CONTROL RECORD.  *
001430*  A MISSING OR EMPTY FILE IS ONLY AN ERROR FOR THE FUNCTIONS      *
001440*  THAT NEED ONE - INIT IS HOW IT IS FIRST CREATED.                *
001450*==================================================================*
001460 1000-INITIALIZE.
001470     MOVE SPACES TO WS-CONTROL-CARD
001480     ACCEPT WS-CONTROL-CARD FROM SYSIN
001490     OPEN INPUT BUSINESS-DATE-FILE
001500     IF NOT BUSINESS-DATE-FILE-OK
001510         GO TO 1000-EXIT
001520     END-IF
001530     READ BUSINESS-DATE-FILE
001540         AT END MOVE SPACES TO BUSINESS-DATE-RECORD
001550     END-READ
001560     CLOSE BUSINESS-DATE-FILE
001570     IF BD-BUSINESS-DATE IS NOT NUMERIC
001580         OR BD-BUSINESS-DATE = ZERO
001590         GO TO 1000-EXIT
001600     END-IF
001610     SET CONTROL-RECORD-PRESENT TO TRUE
001620     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001630     MOVE BD-DAY-STATUS TO WS-DAY-STATUS
001640     IF BD-LAST-CLOSED-DATE IS NUMERIC
001650         MOVE BD-LAST-CLOSED-DATE TO WS-LAST-CLOSED-DATE
001660     END-IF
001670     IF BD-RERUN-DATE IS NUMERIC
001680         MOVE BD-RERUN-DATE TO WS-RERUN-DATE
001690     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720
001730*==================================================================*
001740*  2000-INITIALIZE-CONTROL - CREATES THE CONTROL FILE OPEN ON THE  *
001750*  CARD DATE.  AN EXISTING BUSINESS DATE IS NEVER OVERLAID - A     *
001760*  WRONG DATE IS CORRECTED BY ROLLING, NOT BY RE-INITIALIZING.     *
001770*==================================================================*
001780 2000-INITIALIZE-CONTROL.
001790     IF CONTROL-RECORD-PRESENT
001800         DISPLAY 'DATE ROLL ERROR -- CONTROL FILE ALREADY HOLDS '
001810             'BUSINESS DATE ' WS-BUSINESS-DATE ' -- INIT REFUSED'
001820         MOVE 8 TO RETURN-CODE
001830         GO TO 2000-EXIT
001840     END-IF
001850     MOVE CC-FUNCTION-DATE TO WS-CHECK-DATE
001860     PERFORM 6000-VALIDATE-CHECK-DATE THRU 6000-EXIT
001870     IF NOT CHECK-DATE-VALID
001880         DISPLAY 'DATE ROLL ERROR -- INIT NEEDS A VALID YYYYMMDD '
001890             'DATE IN COLUMNS 6-13'
001900         MOVE 8 TO RETURN-CODE
001910         GO TO 2000-EXIT
001920     END-IF
001930     MOVE CC-FUNCTION-DATE TO WS-BUSINESS-DATE
001940     MOVE 'O' TO WS-DAY-STATUS
001950     MOVE ZERO TO WS-LAST-CLOSED-DATE
001960     MOVE ZERO TO WS-RERUN-DATE
001970     SET CONTROL-RECORD-PRESENT TO TRUE
001980     PERFORM 5000-WRITE-CONTROL-RECORD THRU 5000-EXIT
001990     DISPLAY 'DATE ROLL -- CONTROL FILE INITIALIZED -- BUSINESS '
002000         'DATE ' WS-BUSINESS-DATE ' OPEN'.
002010 2000-EXIT.
002020     EXIT.
002030
002040*==================================================================*
002050*  3000-ROLL-BUSINESS-DATE - ONLY A DAY HKRUNCTL HAS MARKED        *
002060*  COMPLETE IS CLOSED, AND NOT WHILE A RERUN IS STILL OPEN.  THE   *
002070*  CLOSED DAY BECOMES THE LAST CLOSED DATE AND THE NEXT CALENDAR   *
002080*  DAY OPENS.  A REFUSED ROLL ENDS WITH RETURN CODE 8.             *
002090*==================================================================*
002100 3000-ROLL-BUSINESS-DATE.
002110     IF WS-RERUN-DATE > ZERO
002120         DISPLAY 'DATE ROLL ERROR -- RERUN OF ' WS-RERUN-DATE
002130             ' IS STILL OPEN -- DATE NOT ROLLED'
002140         MOVE 8 TO RETURN-CODE
002150         GO TO 3000-EXIT
002160     END-IF
002170     IF NOT WS-DAY-COMPLETE
002180         DISPLAY 'DATE ROLL ERROR -- BUSINESS DATE '
002190             WS-BUSINESS-DATE ' IS NOT MARKED COMPLETE BY '
002200             'HKRUNCTL -- DATE NOT ROLLED'
002210         MOVE 8 TO RETURN-CODE
002220         GO TO 3000-EXIT
002230     END-IF
002240     MOVE WS-BUSINESS-DATE TO WS-LAST-CLOSED-DATE
002250     MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
002260     PERFORM 6100-SET-DAYS-IN-MONTH THRU 6100-EXIT
002270     ADD 1 TO WS-CHECK-DAY
002280     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
002290         MOVE 1 TO WS-CHECK-DAY
002300         ADD 1 TO WS-CHECK-MONTH
002310         IF WS-CHECK-MONTH > 12
002320             MOVE 1 TO WS-CHECK-MONTH
002330             ADD 1 TO WS-CHECK-YEAR
002340         END-IF
002350     END-IF
002360     MOVE WS-CHECK-DATE TO WS-BUSINESS-DATE
002370     MOVE 'O' TO WS-DAY-STATUS
002380     PERFORM 5000-WRITE-CONTROL-RECORD THRU 5000-EXIT
002390     DISPLAY 'DATE ROLL -- ' WS-LAST-CLOSED-DATE ' CLOSED -- '
002400         'BUSINESS DATE ' WS-BUSINESS-DATE ' OPEN'.
002410 3000-EXIT.
002420     EXIT.
002430
002440*==================================================================*
002450*  4000-SET-RERUN-OVERRIDE - THE CARD DATE MUST BE CLOSED: ON OR   *
002460*  BEFORE THE LAST CLOSED DATE, OR THE BUSINESS DATE ITSELF ONCE   *
002470*  IT IS MARKED COMPLETE.  AN OPEN DATE NEEDS NO OVERRIDE.         *
002480*==================================================================*
002490 4000-SET-RERUN-OVERRIDE.
002500     MOVE CC-FUNCTION-DATE TO WS-CHECK-DATE
002510     PERFORM 6000-VALIDATE-CHECK-DATE THRU 6000-EXIT
002520     IF NOT CHECK-DATE-VALID
002530         DISPLAY 'DATE ROLL ERROR -- RERUN NEEDS A VALID '
002540             'YYYYMMDD DATE IN COLUMNS 6-13'
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 4000-EXIT
002570     END-IF
002580     IF WS-CHECK-DATE > WS-LAST-CLOSED-DATE
002590         IF WS-CHECK-DATE NOT = WS-BUSINESS-DATE
002600             OR NOT WS-DAY-COMPLETE
002610             DISPLAY 'DATE ROLL ERROR -- ' WS-CHECK-DATE
002620                 ' IS NOT A CLOSED DATE -- NO OVERRIDE SET'
002630             MOVE 8 TO RETURN-CODE
002640             GO TO 4000-EXIT
002650         END-IF
002660     END-IF
002670     MOVE WS-CHECK-DATE TO WS-RERUN-DATE
002680     PERFORM 5000-WRITE-CONTROL-RECORD THRU 5000-EXIT
002690     DISPLAY 'DATE ROLL -- RERUN OVERRIDE SET -- EVERY STEP WILL '
002700         'PROCESS ' WS-RERUN-DATE.
002710 4000-EXIT.
002720     EXIT.
002730
002740 4500-CLEAR-RERUN-OVERRIDE.
002750     IF WS-RERUN-DATE = ZERO
002760         DISPLAY 'DATE ROLL -- NO RERUN OVERRIDE IS SET'
002770         GO TO 4500-EXIT
002780     END-IF
002790     DISPLAY 'DATE ROLL -- RERUN OVERRIDE FOR ' WS-RERUN-DATE
002800         ' CLEARED'
002810     MOVE ZERO TO WS-RERUN-DATE
002820     PERFORM 5000-WRITE-CONTROL-RECORD THRU 5000-EXIT.
002830 4500-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------*
002870*  5000-WRITE-CONTROL-RECORD - THE SINGLE RECORD IS REPLACED      *
002880*  WHOLE, AS THE BOARD'S CHECKPOINT RECORD IS.                    *
002890*----------------------------------------------------------------*
002900 5000-WRITE-CONTROL-RECORD.
002910     OPEN OUTPUT BUSINESS-DATE-FILE
002920     MOVE SPACES TO BUSINESS-DATE-RECORD
002930     MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE
002940     MOVE WS-DAY-STATUS TO BD-DAY-STATUS
002950     MOVE WS-LAST-CLOSED-DATE TO BD-LAST-CLOSED-DATE
002960     MOVE WS-RERUN-DATE TO BD-RERUN-DATE
002970     WRITE BUSINESS-DATE-RECORD
002980     CLOSE BUSINESS-DATE-FILE
002990     SET CONTROL-RECORD-CHANGED TO TRUE.
003000 5000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------*
003040*  6000-VALIDATE-CHECK-DATE - NUMERIC, A REAL MONTH AND A DAY     *
003050*  THAT MONTH HAS.                                                *
003060*----------------------------------------------------------------*
003070 6000-VALIDATE-CHECK-DATE.
003080     MOVE 'N' TO WS-DATE-VALID-SWITCH
003090     IF WS-CHECK-DATE IS NOT NUMERIC
003100         OR WS-CHECK-DATE = ZERO
003110         GO TO 6000-EXIT
003120     END-IF
003130     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
003140         GO TO 6000-EXIT
003150     END-IF
003160     PERFORM 6100-SET-DAYS-IN-MONTH THRU 6100-EXIT
003170     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
003180         GO TO 6000-EXIT
003190     END-IF
003200     SET CHECK-DATE-VALID TO TRUE.
003210 6000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------*
003250*  6100-SET-DAYS-IN-MONTH - FEBRUARY TAKES 29 IN A YEAR DIVISIBLE *
003260*  BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.              *
003270*----------------------------------------------------------------*
003280 6100-SET-DAYS-IN-MONTH.
003290     MOVE WS-MONTH-DAYS (WS-CHECK-MONTH) TO WS-DAYS-IN-MONTH
003300     IF WS-CHECK-MONTH NOT = 2
003310         GO TO 6100-EXIT
003320     END-IF
003330     DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003340         REMAINDER WS-LEAP-REMAINDER
003350     IF WS-LEAP-REMAINDER NOT = ZERO
003360         GO TO 6100-EXIT
003370     END-IF
003380     DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003390         REMAINDER WS-LEAP-REMAINDER
003400     IF WS-LEAP-REMAINDER = ZERO
003410         DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003420             REMAINDER WS-LEAP-REMAINDER
003430         IF WS-LEAP-REMAINDER NOT = ZERO
003440             GO TO 6100-EXIT
003450         END-IF
003460     END-IF
003470     MOVE 29 TO WS-DAYS-IN-MONTH.
003480 6100-EXIT.
003490     EXIT.
003500
003510*==================================================================*
003520*  9000-TERMINATE / 9999 EXIT                                      *
003530*==================================================================*
003540 9000-TERMINATE.
003550     IF NOT CONTROL-RECORD-PRESENT
003560         GO TO 9000-EXIT
003570     END-IF
003580     DISPLAY 'DATE ROLL -- BUSINESS DATE ' WS-BUSINESS-DATE
003590         ' STATUS ' WS-DAY-STATUS ' LAST CLOSED '
003600         WS-LAST-CLOSED-DATE ' RERUN ' WS-RERUN-DATE
003610     IF NOT CONTROL-RECORD-CHANGED
003620         DISPLAY 'DATE ROLL -- CONTROL FILE NOT CHANGED'
003630     END-IF.
003640 9000-EXIT.
003650     EXIT.
003660
003670 9999-EXIT.
003680     STOP RUN.
