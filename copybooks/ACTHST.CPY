000060*  THE HKACCUM RUN.  THE HKSTDTRU TRUE-UP RUN AVERAGES THIS       *
000070*  HISTORY BY ROOM TYPE AND STATUS CODE AGAINST THE CURRENT       *
000080*  CLEANING-STANDARDS MASTER.                                     *
000081*  EACH RECORD ALSO CARRIES THE ROOM'S PROPERTY AND SECTION FROM  *
000082*  THE ASSIGNMENT EXTRACT AND THE SUPERVISOR'S FIRST-TIME         *
000083*  INSPECTION RESULT FOR THE ROOM THAT DAY (SPACE WHEN THE ROOM   *
000084*  WAS NOT INSPECTED), SO THE HKSCORE PAY-PERIOD SCORECARD CAN    *
000085*  RANK AND RATE EACH HOUSEKEEPER FROM THE HISTORY ALONE.  OLDER  *
000086*  RECORDS CARRY SPACES IN ALL THREE.  A FAIL FOR A MAINTENANCE   *
000087*  DEFECT IS RECORDED AS 'M' - ENGINEERING'S, NOT A RE-CLEAN.     *
000090*----------------------------------------------------------------*
000100 01  ACTUALS-HISTORY-RECORD.
000110     05  AH-RUN-DATE                PIC 9(08).
000150     05  AH-PLAN-MINUTES            PIC 9(03).
000160     05  AH-EMPLOYEE-ID             PIC X(06).
000170     05  AH-ACTUAL-MINUTES          PIC 9(03).
000171     05  AH-PROPERTY-CODE           PIC X(04).
000172     05  AH-SECTION                 PIC X(02).
000173     05  AH-INSPECT-RESULT          PIC X(01).
000174         88  AH-INSPECT-PASSED          VALUE 'P'.
000175         88  AH-INSPECT-FAILED          VALUE 'F'.
000176         88  AH-INSPECT-MAINTENANCE     VALUE 'M'.
000180     05  FILLER                     PIC X(06).
