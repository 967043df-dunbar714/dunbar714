000060*  A FAIL.  HKINSPCT TURNS EVERY FAIL INTO A RE-CLEAN DELTA       *
000070*  TRANSACTION FOR THE BOARD RUN'S MID-SHIFT PASS, AND HKRECON    *
000080*  REPORTS FIRST-TIME-PASS RATES FROM THE SAME FILE.              *
000082*  A DEFECT CODE BEGINNING 'M' IS A MAINTENANCE DEFECT - THE      *
000084*  ROOM GOES TO ENGINEERING (HKENGWO) INSTEAD OF BACK ON THE      *
000086*  BOARD AS A RE-CLEAN.                                           *
000090*----------------------------------------------------------------*
000100 01  INSPECTION-RECORD.
000110     05  IR-ROOM-NUMBER             PIC X(04).
000150         88  IR-ROOM-FAILED             VALUE 'F'.
000160         88  IR-VALID-RESULT            VALUES 'P' 'F'.
000170     05  IR-DEFECT-CODE             PIC X(02).
000172     05  FILLER REDEFINES IR-DEFECT-CODE.
000174         10  IR-DEFECT-CLASS        PIC X(01).
000176             88  IR-MAINTENANCE-DEFECT  VALUE 'M'.
000178         10  FILLER                 PIC X(01).
000180     05  FILLER                     PIC X(17).
