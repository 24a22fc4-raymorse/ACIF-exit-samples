000100******************************************************************00010001
000200* ATTRVREC                                                        00020001
000300* KEYED (VSAM KSDS) ATTRIBUTE INDEX RECORD, LOADED BY ACIFGIXL    00030001
000400* FROM EACH RUN'S CLEAR TLE EXTRACT FOR THE ATTRIBUTE NAMES ITS   00040043
000500* CONTROL FILE (DDNAME ATTRCTL) SELECTS, AND READ BY ACIFGINQ TO  00050001
000600* ANSWER A LOOKUP BY ATTRIBUTE VALUE (AN ACCOUNT NUMBER, SAY)     00060001
000700* INSTEAD OF BY GROUP NAME.  THE KEY IS THE ATTRIBUTE NAME AND    00070001
000800* VALUE FOLLOWED BY THE GROUP NAME AND RUN START DATE/TIME THEY   00080001
000900* WERE FOUND IN, SO EVERY DOCUMENT CARRYING ONE VALUE SITS        00090001
001000* TOGETHER IN KEY ORDER AND NONE OVERLAYS ANOTHER.  THE GROUP NAME00100001
001100* AND RUN IDENTIFIER ARE THE JOIN TO THE GRPVSAM MASTER, WHICH    00110001
001200* HOLDS THE PAGE SPAN.                                            00120001
001220* THE EXTRACT IS ACIFIBDT'S TLECLEAR, READ AS TLEIXIN, NEVER ITS  00122043
001240* TLEINDEX: A MASKED VALUE IN THE INDEX COULD NEVER BE LOOKED UP, 00124043
001260* AND ACIFGIXL ENDS WITH RETURN CODE 8 RATHER THAN LOAD ONE.      00126043
001300******************************************************************00130001
001400  01  ATTR-VSAM-RECORD.                                           00140001
001500      05  AVX-KEY.                                                00150001
001600          10  AVX-ATTR-NAME   PIC X(32).                          00160001
001700          10  AVX-ATTR-VALUE  PIC X(64).                          00170001
001800          10  AVX-GROUP-NAME  PIC X(8).                           00180001
001900          10  AVX-RUN-DATE    PIC 9(8).                           00190001
002000          10  AVX-RUN-TIME    PIC 9(8).                           00200001
002100* THE REST OF THE RUN IDENTIFIER (AVX-RUN-DATE/TIME ABOVE ARE ITS 00210001
002200* START DATE/TIME), AND THE PAGE THE FIRST TLE CARRYING THE VALUE 00220001
002300* RODE ON.                                                        00230001
002400      05  AVX-RID-JOBNAME     PIC X(8).                           00240001
002500      05  AVX-RID-APPL-ID     PIC X(8).                           00250001
002600      05  AVX-PAGE-COUNT      PIC 9(8).                           00260001
002700      05  FILLER              PIC X(16).                          00270001
