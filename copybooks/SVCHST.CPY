000010*----------------------------------------------------------------*
000020*  SVCHST.CPY                                                     *
000030*  ROOM SERVICE HISTORY - ONE RECORD PER ROOM ON THE INDEXED      *
000040*  SERVICE-HISTORY FILE (SVCHIST), KEYED BY PROPERTY AND ROOM.    *
000050*  HKSVCHST POSTS EACH MORNING FROM YESTERDAY'S ASSIGNMENT        *
000060*  EXTRACT AND THE SUPERVISOR'S ACTUALS.  A COMPLETED ROOM CLEARS *
000070*  SH-UNSERVICED-DAYS; A DND, A REFUSAL OR NO ACTUAL AT ALL ADDS  *
000080*  ONE.  A DEPARTURE, OR A ROOM MISSING FROM THE BOARD, ENDS THE  *
000090*  RUN OF UNSERVICED DAYS.  SH-LAST-BOARD-DATE IS THE BOARD DATE  *
000100*  LAST POSTED, SO A RERUN DOES NOT COUNT THE SAME DAY TWICE.     *
000110*----------------------------------------------------------------*
000120 01  SERVICE-HISTORY-RECORD.
000130     05  SH-HISTORY-KEY.
000140         10  SH-PROPERTY-CODE       PIC X(04).
000150         10  SH-ROOM-NUMBER         PIC X(04).
000160     05  SH-ROOM-TYPE               PIC X(02).
000170     05  SH-LAST-BOARD-DATE         PIC 9(08).
000180     05  SH-LAST-SERVICE-DATE       PIC 9(08).
000190     05  SH-UNSERVICED-DAYS         PIC 9(03).
000200     05  SH-LAST-OUTCOME            PIC X(01).
000210         88  SH-LAST-COMPLETED          VALUE 'C'.
000220         88  SH-LAST-DO-NOT-DISTURB     VALUE 'D'.
000230         88  SH-LAST-REFUSED            VALUE 'R'.
000240         88  SH-LAST-NOT-REPORTED       VALUE 'N'.
000250     05  FILLER                     PIC X(30).
