001600      05  SFP-MAX-RECLEN      PIC 9(5).                           00160034
001700      05  SFP-TOTAL-RECLEN    PIC 9(12).                          00170034
001800      05  SFP-RUN-DATE        PIC 9(8).                           00180034
001900* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00190039
002000* DATE/TIME, SO PROFILES FROM DIFFERENT APPLICATIONS ARE NEVER    00200039
002100* DIFFED AGAINST EACH OTHER BY MISTAKE.                           00210039
002200      05  SFP-RUN-ID.                                             00220039
002300          10  SFP-RID-JOBNAME PIC X(8).                           00230039
002400          10  SFP-RID-APPL-ID PIC X(8).                           00240039
002500          10  SFP-RID-DATE    PIC 9(8).                           00250039
002600          10  SFP-RID-TIME    PIC 9(8).                           00260039
002700      05  FILLER              PIC X(4).                           00270039
