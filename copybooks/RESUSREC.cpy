001800      05  RSU-FIRST-PAGE      PIC 9(8).                           00180027
001900      05  RSU-LAST-PAGE       PIC 9(8).                           00190027
002000      05  RSU-RUN-DATE        PIC 9(8).                           00200027
002100* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00210039
002200* DATE/TIME, SO THE LIBRARIANS CAN TELL WHICH JOB USED A RESOURCE.00220039
002300      05  RSU-RUN-ID.                                             00230039
002400          10  RSU-RID-JOBNAME PIC X(8).                           00240039
002500          10  RSU-RID-APPL-ID PIC X(8).                           00250039
002600          10  RSU-RID-DATE    PIC 9(8).                           00260039
002700          10  RSU-RID-TIME    PIC 9(8).                           00270039
002800      05  FILLER              PIC X(9).                           00280039
