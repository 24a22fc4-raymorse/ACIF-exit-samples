000600* COUNTERS, AND WHETHER THE RUN WAS A CHECKPOINT RESTART.         00060029
000700* TRENDED OVER WEEKS, THESE RECORDS SHOW BATCH-WINDOW CREEP       00070029
000800* BEFORE IT COSTS A PRINT DEADLINE.                               00080029
000820* ACIFPMRG WRITES THE SAME RECORD FOR A SPLIT RUN MERGED AS ONE.  00082043
000840* THE TWO RESULT BYTES LET ACIFTURN HOLD THE SHIFT ON A RUN THAT  00084043
000860* FAILED ITS CONTROL TOTALS OR ITS GROUP RECONCILIATION.          00086043
000900******************************************************************00090029
001000  01  RUN-HISTORY-RECORD.                                         00100029
001100      05  RNH-JOBNAME         PIC X(8).                           00110029
002100      05  RNH-REJECT-COUNT    PIC 9(8).                           00210029
002200      05  RNH-DUPGRP-COUNT    PIC 9(8).                           00220029
002300      05  RNH-RESTART-FLAG    PIC X.                              00230029
002310* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND THE RUN   00231039
002320* START DATE/TIME.  ON A CHECKPOINT RESTART THIS KEEPS THE FIRST  00232039
002330* ATTEMPT'S IDENTIFIER, WHILE RNH-START-DATE/TIME ABOVE ARE THE   00233039
002340* RESTARTED ATTEMPT'S OWN START FOR THE ELAPSED-TIME FIGURE.      00234039
002350      05  RNH-RUN-ID.                                             00235039
002360          10  RNH-RID-JOBNAME PIC X(8).                           00236039
002370          10  RNH-RID-APPL-ID PIC X(8).                           00237039
002380          10  RNH-RID-DATE    PIC 9(8).                           00238039
002390          10  RNH-RID-TIME    PIC 9(8).                           00239039
002400* RESULT OF THE CONTROL-TOTAL CHECK: SPACE WHEN NONE WAS ASKED FOR00240043
002500* (NO CTLTOTS DATASET), OTHERWISE IN OR OUT OF BALANCE.           00250043
002600      05  RNH-BALANCE-FLAG    PIC X.                              00260043
002700          88  RNH-OUT-OF-BALANCE      VALUE 'Y'.                  00270043
002800          88  RNH-IN-BALANCE          VALUE 'N'.                  00280043
002900* RESULT OF THE EOJ GROUP-ROUTING RECONCILIATION: NOT RECONCILED  00290043
003000* (THE STEP ENDED RC 8), A SHORTFALL ON A RESTARTED RUN (RC 4), OR00300043
003100* BALANCED.  SPACE WHEN THE RUN NEVER REACHED THE RECONCILIATION. 00310043
003200      05  RNH-ROUTE-FLAG      PIC X.                              00320043
003300          88  RNH-ROUTING-UNRECONCILED VALUE 'Y'.                 00330043
003400          88  RNH-ROUTING-WARNING     VALUE 'W'.                  00340043
003500          88  RNH-ROUTING-RECONCILED  VALUE 'N'.                  00350043
003600      05  FILLER              PIC X(12).                          00360043
