000100******************************************************************00010001
000200* STEPRSLT                                                        00020001
000300* STEP RESULT RECORD APPENDED BY THE POST-ACIF CHECKING UTILITIES 00030001
000400* (ACIFRECN, ACIFTPVT) AS THEY END: WHICH PROGRAM, THE RETURN CODE00040001
000500* IT SET, HOW MANY EXCEPTIONS IT FOUND, AND THE RUN IT CHECKED.   00050001
000600* THE STEPS OF ONE RUN APPEND TO ONE DATASET (DISP=MOD), WHICH THE00060001
000700* SHIFT-TURNOVER REPORT (ACIFTURN) READS IN PLACE OF THE JOB LOG. 00070001
000800******************************************************************00080001
000900  01  STEP-RESULT-RECORD.                                         00090001
001000      05  SRS-PROGRAM         PIC X(8).                           00100001
001100      05  FILLER              PIC X.                              00110001
001200      05  SRS-RETURN-CODE     PIC 9(4).                           00120001
001300      05  FILLER              PIC X.                              00130001
001400* WHAT THE PROGRAM FOUND WRONG: ENTRIES NOT RECONCILED, GROUPS    00140001
001500* LEFT OUT OF A FEED, RECORDS FROM ANOTHER RUN, DEFECTIVE CONTROL 00150001
001600* RECORDS.                                                        00160001
001700      05  SRS-EXCEPTION-COUNT PIC 9(8).                           00170001
001800      05  FILLER              PIC X.                              00180001
001900      05  SRS-END-DATE        PIC 9(8).                           00190001
002000      05  SRS-END-TIME        PIC 9(8).                           00200001
002100      05  FILLER              PIC X.                              00210001
002200* THE RUN IDENTIFIER OF THE ACIFIBDT RUN CHECKED; BLANK WHEN THE  00220001
002300* STEP ENDED BEFORE IT READ A RECORD.                             00230001
002400      05  SRS-RUN-ID.                                             00240001
002500          10  SRS-RID-JOBNAME PIC X(8).                           00250001
002600          10  SRS-RID-APPL-ID PIC X(8).                           00260001
002700          10  SRS-RID-DATE    PIC 9(8).                           00270001
002800          10  SRS-RID-TIME    PIC 9(8).                           00280001
002900      05  FILLER              PIC X(8).                           00290001
