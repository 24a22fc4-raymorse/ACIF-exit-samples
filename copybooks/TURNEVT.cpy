000100******************************************************************00010001
000200* TURNEVT                                                         00020001
000300* SHIFT-TURNOVER EVENT RECORD WRITTEN BY ACIFTURN, ONE PER RUN    00030001
000400* REVIEWED, FOR THE ENTERPRISE SCHEDULER / MONITORING TOOL TO     00040001
000500* PICK UP: THE RUN'S GREEN/AMBER/RED STATUS, A SEVERITY MATCHING  00050001
000600* THE STEP RETURN CODE, AND A PAGE FLAG SET ON RED SO THE ON-CALL 00060001
000700* ANALYST IS CALLED WITHOUT ANYONE READING THE REPORT FIRST.      00070001
000800******************************************************************00080001
000900  01  TURNOVER-EVENT-RECORD.                                      00090001
001000      05  TEV-SOURCE          PIC X(8).                           00100001
001100      05  FILLER              PIC X.                              00110001
001200      05  TEV-STATUS          PIC X(5).                           00120001
001300          88  TEV-GREEN           VALUE 'GREEN'.                  00130001
001400          88  TEV-AMBER           VALUE 'AMBER'.                  00140001
001500          88  TEV-RED             VALUE 'RED  '.                  00150001
001600      05  FILLER              PIC X.                              00160001
001700* 00 GREEN, 04 AMBER, 08 RED - THE SAME AS ACIFTURN'S RETURN CODE.00170001
001800      05  TEV-SEVERITY        PIC 9(2).                           00180001
001900      05  FILLER              PIC X.                              00190001
002000      05  TEV-PAGE-FLAG       PIC X.                              00200001
002100          88  TEV-PAGE-ONCALL     VALUE 'Y'.                      00210001
002200          88  TEV-NO-PAGE         VALUE 'N'.                      00220001
002300      05  FILLER              PIC X.                              00230001
002400      05  TEV-EVENT-DATE      PIC 9(8).                           00240001
002500      05  TEV-EVENT-TIME      PIC 9(8).                           00250001
002600      05  FILLER              PIC X.                              00260001
002700* THE RUN IDENTIFIER OF THE ACIFIBDT RUN REVIEWED; BLANK WHEN NO  00270001
002800* RUN HISTORY RECORD WAS FOUND FOR IT.                            00280001
002900      05  TEV-RUN-ID.                                             00290001
003000          10  TEV-RID-JOBNAME PIC X(8).                           00300001
003100          10  TEV-RID-APPL-ID PIC X(8).                           00310001
003200          10  TEV-RID-DATE    PIC 9(8).                           00320001
003300          10  TEV-RID-TIME    PIC 9(8).                           00330001
003400      05  FILLER              PIC X.                              00340001
003500* HOW MANY ITEMS THE TURNOVER REPORT LISTS FOR ACTION, AND THE    00350001
003600* MOST SEVERE OF THEM, FOR THE PAGE TEXT.                         00360001
003700      05  TEV-ACTION-COUNT    PIC 9(4).                           00370001
003800      05  FILLER              PIC X.                              00380001
003900      05  TEV-FIRST-ACTION    PIC X(70).                          00390001
004000      05  FILLER              PIC X(15).                          00400001
