000010*----------------------------------------------------------------*
000020*  BUSDTE.CPY                                                     *
000030*  THE SINGLE RECORD ON THE BUSINESS-DATE CONTROL FILE (BUSDATE)  *
000040*  EVERY STEP OF THE SUITE TAKES ITS PROCESSING DATE FROM, IN     *
000050*  PLACE OF THE SYSTEM CLOCK.  HKRUNCTL MARKS THE DAY COMPLETE    *
000060*  WHEN THE NIGHTLY STREAM VERIFIES CLEAN; HKDTROLL THEN CLOSES   *
000070*  IT AND ADVANCES THE BUSINESS DATE.  A STEP REFUSES A CLOSED    *
000080*  DATE UNLESS HKDTROLL HAS SET BD-RERUN-DATE, WHICH THEN NAMES   *
000090*  THE CLOSED DATE EVERY STEP PROCESSES UNTIL IT IS CLEARED.      *
000100*  ZERO MEANS NO RERUN OVERRIDE.                                  *
000110*----------------------------------------------------------------*
000120 01  BUSINESS-DATE-RECORD.
000130     05  BD-BUSINESS-DATE           PIC 9(08).
000140     05  BD-DAY-STATUS              PIC X(01).
000150         88  BD-DAY-OPEN                VALUES ' ' 'O'.
000160         88  BD-DAY-COMPLETE            VALUE 'C'.
000170     05  BD-LAST-CLOSED-DATE        PIC 9(08).
000180     05  BD-RERUN-DATE              PIC 9(08).
000190     05  FILLER                     PIC X(15).
