000080*  BOARD.  A ZERO TEAM-SIZE OVERRIDE MEANS USE THE PROPERTY'S     *
000090*  OWN ROSTER HEADCOUNT; A ZERO SHIFT START OR CUTOFF TIME MEANS  *
000092*  USE THE CONTROL-CARD VALUE (OR ITS DEFAULT) FOR THAT PROPERTY. *
000093*  PP-OT-THRESHOLD-HOURS AND PP-WEEK-START-DAY (1 = MONDAY ...    *
000094*  7 = SUNDAY) CARRY THE PROPERTY'S OWN OVERTIME RULE, SINCE      *
000095*  STATES DIFFER; ZERO OR BLANK ALSO MEANS USE THE CONTROL-CARD   *
000096*  VALUE (OR ITS DEFAULT).                                        *
000100*----------------------------------------------------------------*
000110 01  PROPERTY-PARAMETER-RECORD.
000120     05  PP-PROPERTY-CODE           PIC X(04).
000140     05  PP-SHIFT-START             PIC 9(02).
000150     05  PP-CUTOFF-TIME             PIC 9(02)V9(02).
000160     05  PP-TEAM-SIZE-OVERRIDE      PIC 9(02).
000163     05  PP-OT-THRESHOLD-HOURS      PIC 9(02)V9(02).
000166     05  PP-WEEK-START-DAY          PIC 9(01).
000170     05  FILLER                     PIC X(03).
