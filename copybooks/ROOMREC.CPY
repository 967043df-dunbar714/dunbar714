000090*  STATUS CODE OF 'R' = ROOM IS A RUSH / EARLY-ARRIVAL ROOM.      *
000100*  ROOM TYPE MATCHES A CLEANING-STANDARDS MASTER ROW (CLNSTD)     *
000110*  SO EACH ROOM IS PRICED BY ITS OWN TYPE AND STATUS.             *
000112*  SERVICE PRIORITY 'P' = A STAY-OVER THAT HAS GONE UNSERVICED    *
000114*  (DND OR REFUSED) PAST THE WELFARE-CHECK LIMIT; SET BY HKSVCHST *
000116*  AND CARRIED TO THE ASSIGNMENT REPORT AND EXTRACT.              *
000120*----------------------------------------------------------------*
000130 01  ROOM-STATUS-RECORD.
000140     05  RS-ROOM-NUMBER            PIC X(04).
000250                                              'O' 'V' 'R'.
000260     05  RS-ROOM-TYPE              PIC X(02).
000270     05  RS-PROPERTY-CODE          PIC X(04).
000273     05  RS-SERVICE-PRIORITY       PIC X(01).
000276         88  RS-PRIORITY-SERVICE       VALUE 'P'.
000280     05  FILLER                    PIC X(08).
