000100******************************************************************00010001
000200* CTLMSTR                                                         00020001
000300* VERSIONED CONTROL MASTER KEPT BY ACIFCMNT: EVERY VERSION OF     00030001
000400* EVERY ROW OF THE ACIF EXITS' CONTROL FILES, WITH THE DATES IT   00040001
000500* IS IN EFFECT, WHO ADDED IT AND WHY, AND WHO ENDED IT.  A        00050001
000600* VERSION IS NEVER REMOVED; A CHANGE OR DELETE ONLY SETS ITS      00060001
000700* EFFECTIVE-TO DATE, SO THE ROWS IN EFFECT ON ANY PAST DATE CAN   00070001
000800* STILL BE READ BACK.  THE LIVE CONTROL FILES ARE REBUILT FROM IT.00080001
000900******************************************************************00090001
001000  01  CTL-MASTER-RECORD.                                          00100001
001100      05  CTM-FILE-ID         PIC X(8).                           00110001
001200      05  FILLER              PIC X.                              00120001
001300* NUMBERED FROM 1 WITHIN THE ROW'S KEY.                           00130001
001400      05  CTM-VERSION         PIC 9(4).                           00140001
001500      05  FILLER              PIC X.                              00150001
001600* INCLUSIVE; 99999999 MEANS OPEN-ENDED.  A VERSION REPLACED ON THE00160001
001700* DAY IT WAS TO START ENDS THE DAY BEFORE IT BEGAN AND WAS NEVER  00170001
001800* IN EFFECT.                                                      00180001
001900      05  CTM-EFF-FROM        PIC 9(8).                           00190001
002000      05  CTM-EFF-TO          PIC 9(8).                           00200001
002100      05  FILLER              PIC X.                              00210001
002200      05  CTM-OPERATOR        PIC X(8).                           00220001
002300      05  FILLER              PIC X.                              00230001
002400      05  CTM-REASON          PIC X(40).                          00240001
002500      05  FILLER              PIC X.                              00250001
002600      05  CTM-ADDED-DATE      PIC 9(8).                           00260001
002700      05  CTM-ADDED-TIME      PIC 9(8).                           00270001
002800      05  FILLER              PIC X.                              00280001
002900* WHO ENDED THE VERSION AND ON WHAT DAY; SPACES AND ZERO WHILE IT 00290001
003000* IS STILL OPEN-ENDED AS ADDED.                                   00300001
003100      05  CTM-ENDED-BY        PIC X(8).                           00310001
003200      05  FILLER              PIC X.                              00320001
003300      05  CTM-ENDED-DATE      PIC 9(8).                           00330001
003400      05  FILLER              PIC X.                              00340001
003500      05  CTM-IMAGE           PIC X(96).                          00350001
003600      05  FILLER              PIC X(12).                          00360001
