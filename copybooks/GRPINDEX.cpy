001800      05  GRX-END-LINE        PIC 9(8).                           00180025
001900      05  GRX-RUN-DATE        PIC 9(8).                           00190025
002000      05  GRX-RUN-TIME        PIC 9(8).                           00200025
002100* GRX-RUN-DATE/TIME ABOVE STAMP THE MOMENT THE GROUP CLOSED (PART 00210039
002200* OF THE GRPVSAM KEY); GRX-RUN-ID IS THE RUN IDENTIFIER - REAL    00220039
002300* JOBNAME, APPLICATION ID, AND RUN START DATE/TIME - SHARED BY    00230039
002400* EVERY GROUP THE RUN INDEXED.                                    00240039
002500      05  GRX-RUN-ID.                                             00250039
002600          10  GRX-RID-JOBNAME PIC X(8).                           00260039
002700          10  GRX-RID-APPL-ID PIC X(8).                           00270039
002800          10  GRX-RID-DATE    PIC 9(8).                           00280039
002900          10  GRX-RID-TIME    PIC 9(8).                           00290039
003000      05  FILLER              PIC X(8).                           00300039
