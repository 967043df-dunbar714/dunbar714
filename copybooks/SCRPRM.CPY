000010*----------------------------------------------------------------*
000020*  SCRPRM.CPY                                                     *
000030*  ONE RECORD PER BONUS TIER ON THE SCORECARD PARAMETER FILE      *
000040*  (SCOREPRM) READ BY THE HKSCORE PAY-PERIOD SCORECARD.  A        *
000050*  HOUSEKEEPER QUALIFIES FOR A TIER WHEN THE PERIOD'S ROOMS,      *
000060*  DAYS WORKED AND ACTUAL-TO-STANDARD EFFICIENCY ARE AT LEAST     *
000070*  THE TIER'S MINIMUMS AND THE RE-CLEAN RATE IS NO HIGHER THAN    *
000080*  ITS MAXIMUM.  OF THE TIERS MET, THE ONE PAYING THE LARGEST     *
000090*  BONUS IS AWARDED.  PERCENTAGES ARE WHOLE PERCENTS.             *
000100*----------------------------------------------------------------*
000110 01  SCORE-PARAMETER-RECORD.
000120     05  SP-TIER-CODE               PIC X(01).
000130     05  SP-TIER-NAME               PIC X(10).
000140     05  SP-MIN-ROOMS               PIC 9(04).
000150     05  SP-MIN-DAYS                PIC 9(02).
000160     05  SP-MIN-EFFICIENCY          PIC 9(03).
000170     05  SP-MAX-RECLEAN-PCT         PIC 9(03).
000180     05  SP-BONUS-AMOUNT            PIC 9(05)V9(02).
000190     05  FILLER                     PIC X(10).
