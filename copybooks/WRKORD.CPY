000010*----------------------------------------------------------------*
000020*  WRKORD.CPY                                                     *
000030*  OPEN ENGINEERING WORK ORDER - ONE RECORD PER ROOM ON THE       *
000040*  INDEXED WORK-ORDER FILE (WORKORD), KEYED BY PROPERTY AND       *
000050*  ROOM, SO A ROOM NEVER CARRIES TWO OPEN ORDERS.  HKENGWO        *
000060*  OPENS AN ORDER FOR EACH NEW OUT-OF-ORDER ROOM ON THE BOARD     *
000070*  EXPORT (SOURCE 'O') AND EACH INSPECTION FAIL WITH A            *
000080*  MAINTENANCE DEFECT (SOURCE 'I'), AND DELETES IT WHEN           *
000090*  ENGINEERING'S COMPLETION FILE CLOSES IT.                       *
000100*  WO-LAST-BOARD-DATE IS THE LAST RUN DATE THE ROOM WAS ON        *
000110*  THE BOARD EXPORT AS 'O'; ROOMS STILL OUT OF ORDER AGE ON THE   *
000120*  WORK-ORDER AGING REPORT.                                       *
000130*----------------------------------------------------------------*
000140 01  WORK-ORDER-RECORD.
000150     05  WO-ORDER-KEY.
000160         10  WO-PROPERTY-CODE       PIC X(04).
000170         10  WO-ROOM-NUMBER         PIC X(04).
000180     05  WO-OPENED-DATE             PIC 9(08).
000190     05  WO-SOURCE-CODE             PIC X(01).
000200         88  WO-FROM-BOARD              VALUE 'O'.
000210         88  WO-FROM-INSPECTION         VALUE 'I'.
000220     05  WO-DEFECT-CODE             PIC X(02).
000230     05  WO-INSPECTOR-ID            PIC X(06).
000240     05  WO-ROOM-TYPE               PIC X(02).
000250     05  WO-LAST-BOARD-DATE         PIC 9(08).
000260     05  FILLER                     PIC X(25).
