000087*  THE DEEP-CLEAN CYCLE (DAYS, CARRIED ON THE TYPE'S 'C' ROW)     *
000088*  DRIVES THE HKDEEPCY SCHEDULER - ZERO MEANS NO SCHEDULED        *
000089*  CYCLE.  BLANKS ON AN OLD-FORMAT ROW COUNT AS ZERO.             *
000090*  CS-EFFECTIVE-DATE (YYYYMMDD) IS THE FIRST DAY THE ROW PRICES.  *
000091*  A TYPE/STATUS MAY CARRY SEVERAL ROWS; A RUN USES THE ONE WITH  *
000092*  THE LATEST EFFECTIVE DATE NOT AFTER ITS RUN DATE AND IGNORES   *
000093*  LATER (PENDING) ROWS.  BLANK OR ZERO MEANS IN EFFECT SINCE     *
000094*  THE START, SO AN OLD-FORMAT ROW STILL PRICES.                  *
000097*----------------------------------------------------------------*
000100 01  CLEANING-STANDARD-RECORD.
000110     05  CS-ROOM-TYPE               PIC X(02).
000120     05  CS-STATUS-CODE             PIC X(01).
000144     05  CS-TOWELS-PER-ROOM         PIC 9(02).
000146     05  CS-AMENITY-KITS-PER-ROOM   PIC 9(02).
000148     05  CS-DEEP-CLEAN-CYCLE        PIC 9(03).
000149     05  CS-EFFECTIVE-DATE          PIC 9(08).
000150     05  FILLER                     PIC X(05).
