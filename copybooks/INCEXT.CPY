000010*----------------------------------------------------------------*
000020*  INCEXT.CPY                                                     *
000030*  HOUSEKEEPER INCENTIVE EXTRACT WRITTEN BY THE HKSCORE PAY-      *
000040*  PERIOD SCORECARD FOR LOADING INTO PAYROLL.  LIKE THE PAYROLL   *
000050*  EXTRACT IT CARRIES BATCH CONTROLS - ONE 'H' HEADER (RUN DATE   *
000060*  AND PAY PERIOD), ONE 'D' DETAIL PER HOUSEKEEPER WHO EARNED A   *
000070*  BONUS TIER, WITH THE SCORES BEHIND IT, AND ONE 'T' TRAILER     *
000080*  (DETAIL COUNT AND BONUS-AMOUNT HASH TOTAL).                    *
000090*----------------------------------------------------------------*
000100 01  INCENTIVE-EXTRACT-RECORD.
000110     05  IX-RECORD-TYPE             PIC X(01).
000120         88  IX-HEADER-RECORD           VALUE 'H'.
000130         88  IX-DETAIL-RECORD           VALUE 'D'.
000140         88  IX-TRAILER-RECORD          VALUE 'T'.
000150     05  IX-RECORD-BODY             PIC X(59).
000160     05  IX-DETAIL-FIELDS REDEFINES IX-RECORD-BODY.
000170         10  IX-PERIOD-END-DATE     PIC 9(08).
000180         10  IX-EMPLOYEE-ID         PIC X(06).
000190         10  IX-PROPERTY-CODE       PIC X(04).
000200         10  IX-SECTION             PIC X(02).
000210         10  IX-TIER-CODE           PIC X(01).
000220         10  IX-BONUS-AMOUNT        PIC 9(05)V9(02).
000230         10  IX-ROOMS-CLEANED       PIC 9(05).
000240         10  IX-EFFICIENCY-PCT      PIC 9(03).
000250         10  IX-RECLEAN-PCT         PIC 9(03).
000260         10  IX-DAYS-WORKED         PIC 9(02).
000270         10  IX-SECTION-RANK        PIC 9(03).
000280         10  FILLER                 PIC X(15).
000290     05  IX-HEADER-FIELDS REDEFINES IX-RECORD-BODY.
000300         10  IH-RUN-DATE            PIC 9(08).
000310         10  IH-PERIOD-START-DATE   PIC 9(08).
000320         10  IH-PERIOD-END-DATE     PIC 9(08).
000330         10  FILLER                 PIC X(35).
000340     05  IX-TRAILER-FIELDS REDEFINES IX-RECORD-BODY.
000350         10  IT-DETAIL-COUNT        PIC 9(05).
000360         10  IT-TOTAL-BONUS         PIC 9(07)V9(02).
000370         10  FILLER                 PIC X(45).
