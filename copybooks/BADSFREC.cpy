001700          88  BAD-REASON-NOT-SF      VALUE '03'.                  00170024
001800      05  BAD-RECLEN          PIC 9(5).                           00180024
001900      05  FILLER              PIC X(6).                           00190024
001910* THE RUN IDENTIFIER (JOBNAME, APPLICATION ID, RUN DATE/TIME) OF  00191039
001920* THE ACIFIBDT RUN THAT QUARANTINED THE RECORD.                   00192039
001930      05  BAD-RUN-ID.                                             00193039
001940          10  BAD-RID-JOBNAME PIC X(8).                           00194039
001950          10  BAD-RID-APPL-ID PIC X(8).                           00195039
001960          10  BAD-RID-DATE    PIC 9(8).                           00196039
001970          10  BAD-RID-TIME    PIC 9(8).                           00197039
002000      05  BAD-RECORD-DATA     PIC X(26597).                       00200024
