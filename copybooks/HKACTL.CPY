000040*  AT END OF DAY - WHICH ROOM, WHO CLEANED IT, AND HOW MANY       *
000050*  MINUTES IT REALLY TOOK.  MATCHED BY HKRECON AGAINST THE        *
000060*  MORNING ASSIGNMENT REPORT AND THE PAYROLL EXTRACT.             *
000062*  A ROOM THE HOUSEKEEPER COULD NOT SERVICE IS KEYED WITH ZERO    *
000064*  MINUTES AND AN OUTCOME OF 'D' (DO NOT DISTURB) OR 'R' (GUEST   *
000066*  REFUSED SERVICE); A BLANK OR 'C' OUTCOME IS A COMPLETED ROOM.  *
000070*----------------------------------------------------------------*
000080 01  ACTUAL-TIME-RECORD.
000090     05  AC-ROOM-NUMBER             PIC X(04).
000100     05  AC-EMPLOYEE-ID             PIC X(06).
000110     05  AC-ACTUAL-MINUTES          PIC 9(03).
000111     05  AC-SERVICE-OUTCOME         PIC X(01).
000112         88  AC-SERVICE-COMPLETED       VALUES ' ' 'C'.
000113         88  AC-DO-NOT-DISTURB          VALUE 'D'.
000114         88  AC-SERVICE-REFUSED         VALUE 'R'.
000115         88  AC-SERVICE-DECLINED        VALUES 'D' 'R'.
000120     05  FILLER                     PIC X(16).
