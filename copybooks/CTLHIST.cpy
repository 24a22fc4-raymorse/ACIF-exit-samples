000100******************************************************************00010001
000200* CTLHIST                                                         00020001
000300* PERMANENT CHANGE HISTORY OF THE ACIF EXITS' CONTROL FILES,      00030001
000400* APPENDED BY ACIFCMNT (DISP=MOD), ONE RECORD PER TRANSACTION     00040001
000500* APPLIED: WHEN, WHO, WHY, AND THE VERSION BEFORE AND AFTER.      00050001
000600******************************************************************00060001
000700  01  CTL-HISTORY-RECORD.                                         00070001
000800      05  CTH-RUN-DATE        PIC 9(8).                           00080001
000900      05  CTH-RUN-TIME        PIC 9(8).                           00090001
001000      05  FILLER              PIC X.                              00100001
001100      05  CTH-ACTION          PIC X.                              00110001
001200      05  FILLER              PIC X.                              00120001
001300      05  CTH-FILE-ID         PIC X(8).                           00130001
001400      05  FILLER              PIC X.                              00140001
001500      05  CTH-OPERATOR        PIC X(8).                           00150001
001600      05  FILLER              PIC X.                              00160001
001700      05  CTH-REASON          PIC X(40).                          00170001
001800      05  FILLER              PIC X.                              00180001
001900      05  CTH-EFF-FROM        PIC 9(8).                           00190001
002000      05  CTH-EFF-TO          PIC 9(8).                           00200001
002100      05  FILLER              PIC X.                              00210001
002200* THE VERSION IN EFFECT ON THE EFFECTIVE-FROM DATE AS IT STOOD,   00220001
002300* AND THE EFFECTIVE-TO DATE THE TRANSACTION GAVE IT.  BLANK ON    00230001
002400* AN ADD.                                                         00240001
002500      05  CTH-BEFORE.                                             00250001
002600          10  CTH-BEFORE-VERSION PIC 9(4).                        00260001
002700          10  CTH-BEFORE-FROM PIC 9(8).                           00270001
002800          10  CTH-BEFORE-TO   PIC 9(8).                           00280001
002900          10  CTH-BEFORE-ENDED-TO PIC 9(8).                       00290001
003000          10  CTH-BEFORE-IMAGE PIC X(96).                         00300001
003100      05  FILLER              PIC X.                              00310001
003200* THE VERSION THE TRANSACTION ADDED.  BLANK ON A DELETE.          00320001
003300      05  CTH-AFTER.                                              00330001
003400          10  CTH-AFTER-VERSION PIC 9(4).                         00340001
003500          10  CTH-AFTER-FROM  PIC 9(8).                           00350001
003600          10  CTH-AFTER-TO    PIC 9(8).                           00360001
003700          10  CTH-AFTER-IMAGE PIC X(96).                          00370001
003800      05  FILLER              PIC X(4).                           00380001
