000100******************************************************************00010001
000200* INSCTREC                                                        00020001
000300* INSERTER CONTROL RECORD WRITTEN BY ACIFINSR, ONE PER MAIL PIECE 00030001
000400* (ONE NAMED GROUP FROM THE RUN'S GRPINDEX), IN PRINT ORDER, FOR  00040001
000500* THE INSERTER TO LOAD STRAIGHT FROM THE BATCH.  THE PIECE        00050001
000600* SEQUENCE IS THE ORDER THE SHEETS COME OFF THE PRINTER; THE SHEET00060001
000700* COUNT FOLLOWS THE APPLICATION'S SIMPLEX/DUPLEX SETTING; THE     00070001
000800* ENVELOPE CLASS IS #10 UNTIL THE SHEETS OUTGROW IT, THEN FLAT,   00080001
000900* THEN PULL FOR MANUAL HANDLING.  ZIP AND ADDRESS COME FROM THE   00090001
001000* RUN'S TLEINDEX EXTRACT FOR THE SAME GROUP.                      00100001
001100******************************************************************00110001
001200  01  INSERTER-CONTROL-RECORD.                                    00120001
001300      05  INS-PIECE-SEQ       PIC 9(8).                           00130001
001400      05  INS-GROUP-NAME      PIC X(8).                           00140001
001500      05  INS-PAGE-COUNT      PIC 9(5).                           00150001
001600      05  INS-SHEET-COUNT     PIC 9(5).                           00160001
001700      05  INS-PLEX            PIC X.                              00170001
001800          88  INS-SIMPLEX         VALUE 'S'.                      00180001
001900          88  INS-DUPLEX          VALUE 'D'.                      00190001
002000      05  INS-ENV-CLASS       PIC X.                              00200001
002100          88  INS-ENV-STANDARD    VALUE 'S'.                      00210001
002200          88  INS-ENV-FLAT        VALUE 'F'.                      00220001
002300          88  INS-ENV-MANUAL      VALUE 'M'.                      00230001
002400* Y WHEN THE PIECE IS TOO THICK FOR THE STANDARD #10 ENVELOPE, SO 00240001
002500* THE INSERTER DIVERTS IT INSTEAD OF JAMMING ON IT.               00250001
002600      05  INS-THICK-FLAG      PIC X.                              00260001
002700          88  INS-THICK           VALUE 'Y'.                      00270001
002800      05  INS-OUNCES          PIC 9(3).                           00280001
002900      05  INS-ZIP             PIC X(10).                          00290001
003000      05  INS-ADDRESS         PIC X(40).                          00300001
003100      05  INS-BEGIN-PAGE      PIC 9(8).                           00310001
003200      05  INS-END-PAGE        PIC 9(8).                           00320001
003300* THE RUN IDENTIFIER OF THE ACIFIBDT RUN THAT PRINTED THE PIECE.  00330001
003400      05  INS-RUN-ID.                                             00340001
003500          10  INS-RID-JOBNAME PIC X(8).                           00350001
003600          10  INS-RID-APPL-ID PIC X(8).                           00360001
003700          10  INS-RID-DATE    PIC 9(8).                           00370001
003800          10  INS-RID-TIME    PIC 9(8).                           00380001
003900      05  FILLER              PIC X(10).                          00390001
