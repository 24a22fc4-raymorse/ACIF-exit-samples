000100******************************************************************00010001
000200* MASKPARM                                                        00020001
000300* PARAMETER AREA PASSED TO THE VALUE MASKING ROUTINE (ACIFMASK) BY00030001
000400* EVERY PROGRAM THAT WRITES TLE ATTRIBUTE VALUES WHERE PEOPLE READ00040001
000500* THEM.  ONE ROUTINE DOES ALL THE MASKING, SO A VALUE MASKS THE   00050001
000600* SAME WAY IN EVERY DATASET AND REPORT, AND A HASH TOKEN MATCHES  00060001
000700* ACROSS PROGRAMS AND RUNS.                                       00070001
000800*   L - LOAD THE MASKING CONTROL FILE (DDNAME MASKCTL), ONCE,     00080001
000900*       BEFORE THE FIRST A CALL.                                  00090001
001000*   A - MASK MSK-VALUE IN PLACE IF MSK-ATTR-NAME IS ONE MASKCTL   00100001
001100*       NAMES; OTHERWISE LEAVE IT AS IT IS.                       00110001
001200******************************************************************00120001
001300  01  MASK-PARMS.                                                 00130001
001400      05  MSK-FUNCTION        PIC X.                              00140001
001500          88  MSK-LOAD            VALUE 'L'.                      00150001
001600          88  MSK-APPLY           VALUE 'A'.                      00160001
001700* SET BY EVERY CALL.  AFTER L: N MASKCTL NOT ALLOCATED OR EMPTY   00170001
001800* (NO MASKING), Y LOADED, E DEFECTIVE (MSK-ERROR-TEXT SAYS WHERE; 00180001
001900* THE CALLER MUST NOT WRITE VALUES, SINCE IT CANNOT KNOW WHICH ARE00190001
002000* SENSITIVE).  AFTER A: M MASKED, C LEFT CLEAR.                   00200001
002100      05  MSK-RESULT          PIC X.                              00210001
002200          88  MSK-NOT-LOADED      VALUE 'N'.                      00220001
002300          88  MSK-LOADED          VALUE 'Y'.                      00230001
002400          88  MSK-DEFECTIVE       VALUE 'E'.                      00240001
002500          88  MSK-MASKED          VALUE 'M'.                      00250001
002600          88  MSK-CLEAR           VALUE 'C'.                      00260001
002700      05  MSK-ATTR-COUNT      PIC 9(4) BINARY.                    00270001
002800      05  MSK-ERROR-COUNT     PIC 9(4) BINARY.                    00280001
002900      05  MSK-ERROR-TEXT      PIC X(60).                          00290001
003000* THE METHOD APPLIED BY THE LAST A CALL: L LAST FOUR, F FULL MASK,00300001
003100* H HASH TOKEN; SPACE WHEN THE VALUE WAS LEFT CLEAR.              00310001
003200      05  MSK-METHOD          PIC X.                              00320001
003300      05  MSK-ATTR-NAME       PIC X(32).                          00330001
003400      05  MSK-VALUE           PIC X(64).                          00340001
