001900      05  GVX-END-SEQNUM      PIC 9(4) BINARY.                    00190001
002000      05  GVX-BEGIN-LINE      PIC 9(8).                           00200001
002100      05  GVX-END-LINE        PIC 9(8).                           00210001
002200* THE RUN IDENTIFIER CARRIED OVER FROM THE GRPINDEX RECORD: REAL  00220039
002300* JOBNAME, APPLICATION ID, AND RUN START DATE/TIME.               00230039
002400      05  GVX-RUN-ID.                                             00240039
002500          10  GVX-RID-JOBNAME PIC X(8).                           00250039
002600          10  GVX-RID-APPL-ID PIC X(8).                           00260039
002700          10  GVX-RID-DATE    PIC 9(8).                           00270039
002800          10  GVX-RID-TIME    PIC 9(8).                           00280039
002900      05  FILLER              PIC X(8).                           00290039
