000010*----------------------------------------------------------------*
000020*  LINVTR.CPY                                                     *
000030*  ONE RECORD PER STOREROOM TRANSACTION, APPLIED BY THE HKLINEN   *
000040*  DAILY RUN IN FILE ORDER AFTER THE DAY'S PICK-LIST ISSUES.      *
000050*  QUANTITIES, COST, PAR AND ORDER MULTIPLE ARE DISPLAY DIGITS    *
000060*  SO A BLANK FIELD ON A CHANGE KEEPS THE MASTER'S VALUE, AS      *
000070*  CSTRN DOES WITH MINUTES.                                       *
000080*  ACTION CODES -                                                 *
000090*    A = ADD A NEW ITEM (ITEM TYPE REQUIRED; QUANTITY IS THE      *
000100*        OPENING COUNTED STOCK)                                   *
000110*    C = CHANGE DESCRIPTION, TYPE, PICK CLASS, COST, PAR OR       *
000120*        ORDER MULTIPLE (BLANK FIELDS KEEP THE MASTER'S VALUE)    *
000130*    D = DELETE THE ITEM (ONLY WHEN NO STOCK IS ON HAND)          *
000140*    R = RECEIPT FROM PURCHASING (QUANTITY RECEIVED)              *
000150*    L = SOILED LINEN COUNTED BACK FROM THE LAUNDRY (LINEN ONLY)  *
000160*    P = PHYSICAL COUNT (QUANTITY COUNTED ON THE SHELF)           *
000170*----------------------------------------------------------------*
000180 01  LINEN-TRANSACTION-RECORD.
000190     05  LT-ACTION-CODE             PIC X(01).
000200         88  LT-ADD-ACTION              VALUE 'A'.
000210         88  LT-CHANGE-ACTION           VALUE 'C'.
000220         88  LT-DELETE-ACTION           VALUE 'D'.
000230         88  LT-RECEIPT-ACTION          VALUE 'R'.
000240         88  LT-LAUNDRY-ACTION          VALUE 'L'.
000250         88  LT-COUNT-ACTION            VALUE 'P'.
000260         88  LT-VALID-ACTION            VALUES 'A' 'C' 'D'
000270                                               'R' 'L' 'P'.
000280     05  LT-PROPERTY-CODE           PIC X(04).
000290     05  LT-ITEM-CODE               PIC X(06).
000300     05  LT-QUANTITY                PIC X(07).
000310     05  LT-ITEM-DESCRIPTION        PIC X(20).
000320     05  LT-ITEM-TYPE               PIC X(01).
000330         88  LT-VALID-ITEM-TYPE         VALUES 'L' 'A'.
000340     05  LT-PICK-CLASS              PIC X(01).
000350         88  LT-VALID-PICK-CLASS        VALUES 'S' 'T' 'K' 'N'.
000360     05  LT-UNIT-COST               PIC X(05).
000370     05  LT-UNIT-COST-AMOUNT REDEFINES LT-UNIT-COST
000380                                    PIC 9(03)V9(02).
000390     05  LT-PAR-LEVEL               PIC X(07).
000400     05  LT-ORDER-MULTIPLE          PIC X(05).
000410     05  FILLER                     PIC X(03).
