000100******************************************************************00010001
000200* CTLTRAN                                                         00020001
000300* MAINTENANCE TRANSACTION FOR THE ACIF EXITS' CONTROL FILES       00030001
000400* (SUPRCTL, SFDELCTL, SFTYPCTL, CTLTOTS, PAGERNG), APPLIED BY     00040001
000500* ACIFCMNT TO THE VERSIONED CONTROL MASTER.  A ADDS A ROW, C      00050001
000600* REPLACES THE VERSION IN EFFECT ON THE EFFECTIVE-FROM DATE, D    00060001
000700* ENDS IT THE DAY BEFORE.  THE ROW IMAGE IS THE CONTROL RECORD    00070001
000800* EXACTLY AS THE EXIT READS IT; FOR D ONLY ITS KEY IS LOOKED AT.  00080001
000900******************************************************************00090001
001000  01  CTL-TRAN-RECORD.                                            00100001
001100      05  CTT-ACTION          PIC X.                              00110001
001200          88  CTT-ADD             VALUE 'A'.                      00120001
001300          88  CTT-CHANGE          VALUE 'C'.                      00130001
001400          88  CTT-DELETE          VALUE 'D'.                      00140001
001500      05  FILLER              PIC X.                              00150001
001600      05  CTT-FILE-ID         PIC X(8).                           00160001
001700      05  FILLER              PIC X.                              00170001
001800      05  CTT-EFF-FROM        PIC 9(8).                           00180001
001900      05  FILLER              PIC X.                              00190001
002000* BLANK MEANS OPEN-ENDED.                                         00200001
002100      05  CTT-EFF-TO          PIC X(8).                           00210001
002200      05  CTT-EFF-TO-N        REDEFINES CTT-EFF-TO PIC 9(8).      00220001
002300      05  FILLER              PIC X.                              00230001
002400      05  CTT-OPERATOR        PIC X(8).                           00240001
002500      05  FILLER              PIC X.                              00250001
002600      05  CTT-REASON          PIC X(40).                          00260001
002700      05  FILLER              PIC X.                              00270001
002800      05  CTT-IMAGE           PIC X(96).                          00280001
002900      05  FILLER              PIC X(25).                          00290001
