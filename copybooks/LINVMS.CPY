000010*----------------------------------------------------------------*
000020*  LINVMS.CPY                                                     *
000030*  STOREROOM LINEN AND AMENITY INVENTORY - ONE RECORD PER ITEM ON *
000040*  THE INDEXED STOREROOM MASTER (LINVMST), KEYED BY PROPERTY AND  *
000050*  ITEM.  HKLINEN KEEPS THE BOOK STOCK PERPETUAL - RECEIPTS FROM  *
000060*  PURCHASING AND SOILED LINEN COUNTED BACK FROM THE LAUNDRY ADD  *
000070*  TO IT, THE DAY'S PICK-LIST ISSUES TAKE FROM IT, AND A PHYSICAL *
000080*  COUNT REPLACES IT AND PRICES THE DIFFERENCE AS SHRINKAGE.      *
000090*  LI-PICK-CLASS TIES THE ITEM TO A PICK-LIST COLUMN (S = SHEETS, *
000100*  T = TOWELS, K = AMENITY KITS, N = NOT ON THE PICK LIST); THE   *
000110*  FIRST ITEM OF A CLASS IN KEY ORDER TAKES THE DAY'S ISSUES.     *
000120*  THE RECEIVED, ISSUED AND RETURNED QUANTITIES RUN FROM THE LAST *
000130*  PHYSICAL COUNT (OR THE ADD) AND START OVER AT THE NEXT ONE.    *
000140*  LI-LAST-ISSUE-DATE IS THE RUN DATE LAST ISSUED, SO A RERUN     *
000150*  DOES NOT TAKE THE SAME PICK LIST TWICE.                        *
000152*  ONE CONTROL RECORD, KEYED HIGH-VALUES / 'LINVTR' SO THAT IT    *
000154*  SORTS LAST, CARRIES IN LI-LAST-ISSUE-DATE THE RUN DATE THE     *
000156*  STOREROOM TRANSACTION FILE (LINVTRN) WAS LAST APPLIED, SO A    *
000158*  RERUN DOES NOT APPLY THE SAME TRANSACTIONS TWICE.              *
000160*----------------------------------------------------------------*
000170 01  LINEN-INVENTORY-RECORD.
000180     05  LI-INVENTORY-KEY.
000190         10  LI-PROPERTY-CODE       PIC X(04).
000195             88  LI-CONTROL-RECORD          VALUE HIGH-VALUES.
000200         10  LI-ITEM-CODE           PIC X(06).
000210     05  LI-ITEM-DESCRIPTION        PIC X(20).
000220     05  LI-ITEM-TYPE               PIC X(01).
000230         88  LI-LINEN-ITEM              VALUE 'L'.
000240         88  LI-AMENITY-ITEM            VALUE 'A'.
000250     05  LI-PICK-CLASS              PIC X(01).
000260         88  LI-PICK-SHEETS             VALUE 'S'.
000270         88  LI-PICK-TOWELS             VALUE 'T'.
000280         88  LI-PICK-AMENITY-KITS       VALUE 'K'.
000290         88  LI-NOT-ON-PICK-LIST        VALUES 'N' ' '.
000300     05  LI-UNIT-COST               PIC 9(03)V9(02).
000310     05  LI-PAR-LEVEL               PIC 9(07).
000320     05  LI-ORDER-MULTIPLE          PIC 9(05).
000330     05  LI-ON-HAND-QTY             PIC S9(07).
000340     05  LI-LAST-COUNT-DATE         PIC 9(08).
000350     05  LI-LAST-COUNT-QTY          PIC 9(07).
000360     05  LI-RECEIVED-QTY            PIC 9(07).
000370     05  LI-ISSUED-QTY              PIC 9(07).
000380     05  LI-RETURNED-QTY            PIC 9(07).
000390     05  LI-LAST-ISSUE-DATE         PIC 9(08).
000400     05  FILLER                     PIC X(20).
