000100******************************************************************00010001
000200* DUPGRPS                                                         00020001
000300* DUPLICATE-GROUP WARNING RECORD WRITTEN BY ACIFIBDT EACH TIME A  00030001
000400* GROUP NAME IT HAS ALREADY SEEN IN THE RUN OPENS AGAIN: THE PAGE 00040001
000500* AND NOP SEQUENCE NUMBER WHERE THE NAME FIRST APPEARED AND WHERE 00050001
000600* IT REPEATED.  READ BY ACIFMRCN, ACIFTURN, AND ACIFPMRG, SO ALL  00060001
000700* FOUR AGREE ON ONE LAYOUT.                                       00070001
000800******************************************************************00080001
000900  01  DUPGRP-WARN-RECORD.                                         00090001
001000      05  DUPW-GROUP-NAME     PIC X(8).                           00100001
001100      05  FILLER              PIC X.                              00110001
001200      05  DUPW-FIRST-PAGE     PIC 9(8).                           00120001
001300      05  FILLER              PIC X.                              00130001
001400      05  DUPW-FIRST-SEQNUM   PIC 9(5).                           00140001
001500      05  FILLER              PIC X.                              00150001
001600      05  DUPW-DUP-PAGE       PIC 9(8).                           00160001
001700      05  FILLER              PIC X.                              00170001
001800      05  DUPW-DUP-SEQNUM     PIC 9(5).                           00180001
001900      05  FILLER              PIC X.                              00190001
002000* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00200001
002100* DATE/TIME OF THE ACIFIBDT RUN THAT SAW THE DUPLICATE.           00210001
002200      05  DUPW-RUN-ID.                                            00220001
002300          10  DUPW-RID-JOBNAME PIC X(8).                          00230001
002400          10  DUPW-RID-APPL-ID PIC X(8).                          00240001
002500          10  DUPW-RID-DATE   PIC 9(8).                           00250001
002600          10  DUPW-RID-TIME   PIC 9(8).                           00260001
002700      05  FILLER              PIC X(9).                           00270001
