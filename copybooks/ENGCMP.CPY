000010*----------------------------------------------------------------*
000020*  ENGCMP.CPY                                                     *
000030*  ENGINEERING COMPLETION - ONE RECORD PER WORK ORDER THE         *
000040*  ENGINEERING DEPARTMENT HAS FINISHED, IDENTIFIED BY PROPERTY    *
000050*  AND ROOM LIKE THE OPEN ORDER IT CLOSES.  HKENGWO DELETES THE   *
000060*  OPEN ORDER AND, WHEN THE ROOM IS ON THE BOARD EXPORT AS 'O',   *
000070*  PUTS IT BACK INTO SERVICE AS A DEPARTURE CLEAN.                *
000080*----------------------------------------------------------------*
000090 01  ENGINEERING-COMPLETION-RECORD.
000100     05  EC-PROPERTY-CODE           PIC X(04).
000110     05  EC-ROOM-NUMBER             PIC X(04).
000120     05  EC-COMPLETED-DATE          PIC 9(08).
000130     05  EC-TECHNICIAN-ID           PIC X(06).
000140     05  FILLER                     PIC X(18).
