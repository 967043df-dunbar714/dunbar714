000100*    C = CHANGE MINUTES AND/OR DESCRIPTION (BLANK FIELDS KEEP     *
000110*        THE MASTER'S CURRENT VALUE)                              *
000120*    D = DELETE THE ROW                                           *
000121*  TS-EFFECTIVE-DATE (YYYYMMDD) - BLANK OR NOT AFTER THE RUN      *
000122*  DATE APPLIES TO THE ROW IN FORCE TODAY, AS BEFORE.  A LATER    *
000123*  DATE IS A PENDING CHANGE - AN ADD OR CHANGE WRITES A NEW ROW   *
000124*  EFFECTIVE THAT DAY AND LEAVES THE ROW IN FORCE ALONE, AND A    *
000125*  DELETE CANCELS THE PENDING ROW FOR THAT DAY.  A DELETE WITH    *
000126*  NO FUTURE DATE RETIRES EVERY ROW OF THE TYPE/STATUS.           *
000130*----------------------------------------------------------------*
000140 01  STANDARDS-TRANSACTION-RECORD.
000150     05  TS-ACTION-CODE             PIC X(01).
000254     05  TS-TOWELS-PER-ROOM         PIC X(02).
000256     05  TS-AMENITY-KITS-PER-ROOM   PIC X(02).
000258     05  TS-DEEP-CLEAN-CYCLE        PIC X(03).
000259     05  TS-EFFECTIVE-DATE          PIC X(08).
000260     05  FILLER                     PIC X(04).
