000010*----------------------------------------------------------------*
000020*  WKHRS.CPY                                                      *
000030*  WEEKLY HOURS MASTER - ONE RECORD PER HOUSEKEEPER PER           *
000040*  WORKWEEK ON THE INDEXED WEEKLY-HOURS FILE (WKHOURS), KEYED     *
000050*  BY EMPLOYEE ID AND THE DATE THE WORKWEEK STARTS.  POSTED       *
000060*  NIGHTLY BY HKWKHRS FROM THE DAY'S PAYROLL EXTRACT (ASSIGNED    *
000070*  MINUTES PLUS BREAK ALLOWANCE G) AND READ BY THE DAILY BOARD    *
000080*  RUN TO CAP EACH HOUSEKEEPER SHORT OF THE OVERTIME THRESHOLD.   *
000090*  WH-DAY-MINUTES HOLDS ONE SLOT PER DAY OF THE WEEK (SLOT 1 IS   *
000100*  THE WORKWEEK START DAY), SO A REPOSTED OR RERUN DAY REPLACES   *
000110*  ITS OWN SLOT INSTEAD OF BEING COUNTED TWICE.                   *
000120*  WH-WEEK-MINUTES IS THE SUM OF THE SEVEN SLOTS.                 *
000130*----------------------------------------------------------------*
000140 01  WEEKLY-HOURS-RECORD.
000150     05  WH-WEEK-KEY.
000160         10  WH-EMPLOYEE-ID         PIC X(06).
000170         10  WH-WEEK-START-DATE     PIC 9(08).
000180     05  WH-PROPERTY-CODE           PIC X(04).
000190     05  WH-DAY-MINUTES             PIC 9(04)V9(02)
000200                                    OCCURS 7 TIMES.
000210     05  WH-WEEK-MINUTES            PIC 9(05)V9(02).
000220     05  WH-LAST-POSTED-DATE        PIC 9(08).
000230     05  FILLER                     PIC X(09).
