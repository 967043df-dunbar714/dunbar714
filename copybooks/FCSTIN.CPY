000040*  STAY-OVER ROOM COUNTS FROM THE OCCUPANCY FORECAST.  THE        *
000050*  FORECAST RUN SOLVES EACH DAY FOR THE SMALLEST TEAM WHOSE       *
000060*  PROJECTED FINISH LANDS AT OR BEFORE THE CUTOFF.                *
000062*  FC-PROPERTY-CODE NAMES THE PROPERTY THE DAY IS FOR; BLANK      *
000064*  MEANS EVERY PROPERTY.  THE STAFFING FORECAST IGNORES IT AND    *
000066*  HKLINEN USES IT TO PRICE EACH PROPERTY'S LINEN DEMAND.         *
000070*----------------------------------------------------------------*
000080 01  FORECAST-INPUT-RECORD.
000090     05  FC-FORECAST-DATE           PIC 9(08).
000100     05  FC-DEPARTURE-COUNT         PIC 9(05).
000110     05  FC-STAY-OVER-COUNT         PIC 9(05).
000115     05  FC-PROPERTY-CODE           PIC X(04).
000120     05  FILLER                     PIC X(08).
