000010*----------------------------------------------------------------*
000020*  LBRBUD.CPY                                                     *
000030*  ONE RECORD PER PROPERTY AND MONTH ON THE HOUSEKEEPING LABOR    *
000040*  BUDGET FILE (LBRBUDG) READ BY THE HKBUDGET MONTH-END REPORT.   *
000050*  THE MONTH IS YYYYMM.  BUDGETED LABOR DOLLARS AND OCCUPIED      *
000060*  ROOMS ARE FULL-MONTH FIGURES; THE TARGET IS THE LABOR COST     *
000070*  PER OCCUPIED ROOM THE PROPERTY IS HELD TO.                     *
000080*----------------------------------------------------------------*
000090 01  LABOR-BUDGET-RECORD.
000100     05  LB-BUDGET-KEY.
000110         10  LB-PROPERTY-CODE       PIC X(04).
000120         10  LB-BUDGET-MONTH        PIC 9(06).
000130     05  LB-BUDGET-LABOR-DOLLARS    PIC 9(07)V9(02).
000140     05  LB-BUDGET-OCCUPIED-ROOMS   PIC 9(06).
000150     05  LB-TARGET-COST-PER-ROOM    PIC 9(03)V9(02).
000160     05  FILLER                     PIC X(10).
