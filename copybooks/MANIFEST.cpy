000100******************************************************************00010001
000200* MANIFEST                                                        00020001
000300* COMPOSITION MANIFEST RECORD: ONE ROW PER STATEMENT THE          00030001
000400* COMPOSITION STEP PRODUCED FOR A RUN - THE CUSTOMER THE          00040001
000500* STATEMENT IS FOR, THE NAMED GROUP (BNG/ENG NAME) IT WAS COMPOSED00050001
000600* UNDER, AND THE PAGES IT WAS COMPOSED WITH.  ACIFMRCN HOLDS THE  00060001
000700* PRINT RELEASE UNTIL EVERY ROW IS ACCOUNTED FOR IN THE RUN'S     00070001
000800* OUTPUTS.                                                        00080001
000900******************************************************************00090001
001000  01  MANIFEST-RECORD.                                            00100001
001100      05  MFX-CUST-KEY        PIC X(64).                          00110001
001200      05  FILLER              PIC X.                              00120001
001300      05  MFX-GROUP-NAME      PIC X(8).                           00130001
001400      05  FILLER              PIC X.                              00140001
001500      05  MFX-PAGE-COUNT      PIC 9(8).                           00150001
001600      05  FILLER              PIC X(18).                          00160001
