000100******************************************************************00010001
000200* EDELIDX                                                         00020001
000300* E-DELIVERY INDEX RECORD WRITTEN BY ACIFIBDT FOR EVERY NAMED     00030001
000400* GROUP IT DIVERTS OUT OF THE PRINT STREAM BECAUSE A ROUTING TLE  00040001
000500* (DDNAME ROUTECTL, E.G. DELIVERY=EMAIL) MATCHED.  EACH DIVERTED  00050001
000600* GROUP IS ONE STANDALONE AFP DOCUMENT (BDT, THE GROUP'S OWN BNG  00060001
000700* THROUGH ENG, EDT) ON THE E-DELIVERY DATASET (DDNAME EDELIV);    00070001
000800* THIS RECORD SAYS WHICH DOCUMENT IT IS, HOW MANY PAGES AND       00080001
000900* RECORDS IT HOLDS, WHERE IT WOULD HAVE SAT IN THE PRINT STREAM,  00090001
001000* AND THE ROUTING ATTRIBUTE THAT SENT IT, SO THE PORTAL LOAD AND  00100001
001100* THE PRINT RECONCILIATION CAN BOTH ACCOUNT FOR IT.               00110001
001200******************************************************************00120001
001300  01  EDELIV-INDEX-RECORD.                                        00130001
001400      05  EDX-GROUP-NAME      PIC X(8).                           00140001
001500      05  FILLER              PIC X.                              00150001
001600* ORDINAL OF THE DOCUMENT ON THE E-DELIVERY DATASET, FROM 1.      00160001
001700      05  EDX-DOC-SEQ         PIC 9(8).                           00170001
001800      05  FILLER              PIC X.                              00180001
001900      05  EDX-PAGE-COUNT      PIC 9(8).                           00190001
002000      05  FILLER              PIC X.                              00200001
002100* RECORDS WRITTEN FOR THE DOCUMENT, BDT AND EDT INCLUDED.         00210001
002200      05  EDX-RECORD-COUNT    PIC 9(8).                           00220001
002300      05  FILLER              PIC X.                              00230001
002400* PRINT-STREAM PAGE COUNT WHEN THE GROUP OPENED - THE PAGE THE    00240001
002500* DOCUMENT WOULD HAVE FOLLOWED HAD IT BEEN PRINTED.               00250001
002600      05  EDX-STREAM-PAGE     PIC 9(8).                           00260001
002700      05  FILLER              PIC X.                              00270001
002800      05  EDX-ROUTE-ATTR-NAME PIC X(32).                          00280001
002900      05  FILLER              PIC X.                              00290001
003000      05  EDX-ROUTE-ATTR-VALUE PIC X(64).                         00300001
003100      05  FILLER              PIC X.                              00310001
003200* 'C' THE GROUP CLOSED WITH ITS ENG; 'U' THE GROUP NEVER CLOSED   00320001
003300* AND THE DOCUMENT WAS ENDED AT THE NEXT BOUNDARY OR END OF FILE. 00330001
003400      05  EDX-CLOSE-FLAG      PIC X.                              00340001
003500          88  EDX-CLOSED          VALUE 'C'.                      00350001
003600          88  EDX-UNCLOSED        VALUE 'U'.                      00360001
003700      05  FILLER              PIC X.                              00370001
003800* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00380001
003900* DATE/TIME OF THE ACIFIBDT RUN THAT DIVERTED THE GROUP.          00390001
004000      05  EDX-RUN-ID.                                             00400001
004100          10  EDX-RID-JOBNAME PIC X(8).                           00410001
004200          10  EDX-RID-APPL-ID PIC X(8).                           00420001
004300          10  EDX-RID-DATE    PIC 9(8).                           00430001
004400          10  EDX-RID-TIME    PIC 9(8).                           00440001
004500      05  FILLER              PIC X(23).                          00450001
