001820* DATASET INSTEAD OF CONVERTING; SPACE IS A NORMAL CONVERSION     00182023
001830* (OR, ON THE OUTNOPS SIDE, A NORMAL RESTORATION).                00183023
001900      05  AUD-REJECT-FLAG     PIC X.                              00190023
002000* THE RUN IDENTIFIER - THE REAL MVS JOBNAME, THE APPLICATION ID   00200039
002100* FROM DDNAME APPLCTL, AND THE RUN START DATE/TIME - IS           00210043
002200* THE SAME ON EVERY RECORD ONE RUN WRITES, SO A CONCATENATION OF  00220039
002300* TWO RUNS' TRAILS IS CAUGHT INSTEAD OF QUIETLY MIXED.            00230039
002400      05  AUD-RUN-ID.                                             00240039
002500          10  AUD-RID-JOBNAME PIC X(8).                           00250039
002600          10  AUD-RID-APPL-ID PIC X(8).                           00260039
002700          10  AUD-RID-DATE    PIC 9(8).                           00270039
002800          10  AUD-RID-TIME    PIC 9(8).                           00280039
002900      05  FILLER              PIC X(18).                          00290039
