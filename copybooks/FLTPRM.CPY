000010*----------------------------------------------------------------*
000020*  FLTPRM.CPY                                                     *
000030*  ONE RECORD PER PAIR OF PROPERTIES CLOSE ENOUGH TO SHARE STAFF  *
000040*  ON THE FLOAT PARAMETER FILE (FLOATPRM).  WHEN THE FILE IS      *
000050*  PRESENT ON A PROPERTY-PARAMETER RUN, THE DAILY BOARD FINISHES  *
000060*  WITH A BALANCING PASS THAT RECOMMENDS LOANING HOUSEKEEPERS     *
000070*  FROM PROPERTIES INSIDE THEIR CUTOFF TO PROPERTIES OVER IT.     *
000080*  A PAIR IS GOOD IN EITHER DIRECTION, SO MAIN/BAYS ALSO COVERS   *
000090*  BAYS/MAIN.  FP-TRAVEL-MINUTES IS THE ALLOWANCE ADDED TO THE    *
000100*  RECEIVING PROPERTY'S WORKLOAD FOR EACH HOUSEKEEPER LOANED      *
000110*  ACROSS THE PAIR.  PROPERTIES NOT PAIRED ON THE FILE ARE TOO    *
000120*  FAR APART TO FLOAT BETWEEN.                                    *
000130*----------------------------------------------------------------*
000140 01  FLOAT-PARAMETER-RECORD.
000150     05  FP-FROM-PROPERTY           PIC X(04).
000160     05  FP-TO-PROPERTY             PIC X(04).
000170     05  FP-TRAVEL-MINUTES          PIC 9(03).
000180     05  FILLER                     PIC X(29).
