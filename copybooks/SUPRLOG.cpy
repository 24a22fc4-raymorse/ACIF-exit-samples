000100******************************************************************00010001
000200* SUPRLOG                                                         00020001
000300* SUPPRESSION LOG RECORD WRITTEN BY ACIFIBDT FOR EVERY NAMED GROUP00030001
000400* IT KEEPS OFF THE PRINTER BECAUSE ONE OF ITS TLES MATCHED A ROW  00040001
000500* OF THE SUPPRESSION CONTROL FILE (DDNAME SUPRCTL): WHICH GROUP,  00050001
000600* THE PRINT-STREAM PAGE COUNT WHEN IT OPENED AND CLOSED, AND THE  00060001
000700* ATTRIBUTE THAT STOPPED IT.  READ BY ACIFMRCN, ACIFTURN, AND     00070001
000800* ACIFPMRG, SO ALL FOUR AGREE ON ONE LAYOUT.  THE VALUE IS MASKED 00080001
000900* WHEN MASKCTL NAMES THE ATTRIBUTE.                               00090001
001000******************************************************************00100001
001100  01  SUPR-LOG-RECORD.                                            00110001
001200      05  SUPL-GROUP-NAME     PIC X(8).                           00120001
001300      05  FILLER              PIC X.                              00130001
001400      05  SUPL-BEGIN-PAGE     PIC 9(8).                           00140001
001500      05  FILLER              PIC X.                              00150001
001600      05  SUPL-END-PAGE       PIC 9(8).                           00160001
001700      05  FILLER              PIC X.                              00170001
001800      05  SUPL-ATTR-NAME      PIC X(32).                          00180001
001900      05  FILLER              PIC X.                              00190001
002000      05  SUPL-ATTR-VALUE     PIC X(64).                          00200001
002100      05  FILLER              PIC X.                              00210001
002200* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00220001
002300* DATE/TIME OF THE ACIFIBDT RUN THAT SUPPRESSED THE GROUP.        00230001
002400      05  SUPL-RUN-ID.                                            00240001
002500          10  SUPL-RID-JOBNAME PIC X(8).                          00250001
002600          10  SUPL-RID-APPL-ID PIC X(8).                          00260001
002700          10  SUPL-RID-DATE   PIC 9(8).                           00270001
002800          10  SUPL-RID-TIME   PIC 9(8).                           00280001
002900      05  FILLER              PIC X(3).                           00290001
