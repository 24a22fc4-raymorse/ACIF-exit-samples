000100******************************************************************00010039
000200* TIOTMAP                                                         00020039
000300* LINKAGE MAPPINGS FOR THE CONTROL-BLOCK CHAIN THAT LEADS TO THE  00030039
000400* RUNNING JOB'S NAME: PSA (AT ADDRESS ZERO) -> PSATOLD, THE       00040039
000500* CURRENT TCB -> TCBTIO, THE TASK I/O TABLE -> TIOCNJOB, THE      00050039
000600* JOBNAME.  ONLY THE FIELDS ON THE PATH ARE MAPPED; THE OFFSETS   00060039
000700* ARE THOSE OF THE MVS DATA AREAS (PSATOLD X'21C', TCBTIO X'0C',  00070039
000800* TIOCNJOB X'00').                                                00080039
000900******************************************************************00090039
001000  01  PSA-MAP.                                                    00100039
001100      05  FILLER              PIC X(540).                         00110039
001200      05  PSATOLD             POINTER.                            00120039
001300  01  TCB-MAP.                                                    00130039
001400      05  FILLER              PIC X(12).                          00140039
001500      05  TCBTIO              POINTER.                            00150039
001600  01  TIOT-MAP.                                                   00160039
001700      05  TIOCNJOB            PIC X(8).                           00170039
