000010*----------------------------------------------------------------*
000020*  ASNEXT.CPY                                                     *
000030*  ROOM-ASSIGNMENT EXTRACT WRITTEN BY THE DAILY BOARD RUN         *
000040*  (COBOL-TRANSLATOR) ALONGSIDE THE PRINTED ASSIGNMENT REPORT.    *
000050*  DOWNSTREAM PROGRAMS READ THIS FILE, NEVER THE PRINT IMAGE.     *
000060*  EACH PROPERTY PASS IS FRAMED BY ONE 'H' HEADER (RUN DATE,      *
000070*  SHIFT, PROPERTY) AND ONE 'T' TRAILER (DETAIL COUNT AND PLAN-   *
000080*  MINUTE HASH TOTAL), WITH ONE 'D' DETAIL PER ASSIGNED ROOM      *
000090*  CARRYING ITS PROPERTY, SECTION, ROOM, STATUS, ROOM TYPE,       *
000100*  STANDARDS-PRICED PLAN MINUTES AND ASSIGNED HOUSEKEEPER.        *
000105*  AX-SERVICE-PRIORITY 'P' MARKS A WELFARE-CHECK PRIORITY ROOM.   *
000110*----------------------------------------------------------------*
000120 01  ASSIGNMENT-EXTRACT-RECORD.
000130     05  AX-RECORD-TYPE             PIC X(01).
000140         88  AX-HEADER-RECORD           VALUE 'H'.
000150         88  AX-DETAIL-RECORD           VALUE 'D'.
000160         88  AX-TRAILER-RECORD          VALUE 'T'.
000170     05  AX-RECORD-BODY             PIC X(59).
000180     05  AX-DETAIL-FIELDS REDEFINES AX-RECORD-BODY.
000190         10  AX-RUN-DATE            PIC 9(08).
000200         10  AX-PROPERTY-CODE       PIC X(04).
000210         10  AX-SECTION             PIC X(02).
000220         10  AX-ROOM-NUMBER         PIC X(04).
000230         10  AX-STATUS-CODE         PIC X(01).
000240         10  AX-ROOM-TYPE           PIC X(02).
000250         10  AX-PLAN-MINUTES        PIC 9(03).
000260         10  AX-EMPLOYEE-ID         PIC X(06).
000265         10  AX-SERVICE-PRIORITY    PIC X(01).
000270         10  FILLER                 PIC X(28).
000280     05  AX-HEADER-FIELDS REDEFINES AX-RECORD-BODY.
000290         10  XH-RUN-DATE            PIC 9(08).
000300         10  XH-SHIFT-START         PIC 9(02).
000310         10  XH-PROPERTY-CODE       PIC X(04).
000320         10  FILLER                 PIC X(45).
000330     05  AX-TRAILER-FIELDS REDEFINES AX-RECORD-BODY.
000340         10  XT-DETAIL-COUNT        PIC 9(05).
000350         10  XT-TOTAL-MINUTES       PIC 9(07).
000360         10  FILLER                 PIC X(47).
