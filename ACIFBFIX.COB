000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020039
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFBFIX.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
003000                Return code 4 flags a run that left unrepairable  00300001
003100                records behind; everything repairable was still   00310001
003200                written to REINJECT.                              00320001
003210                The first record fixes the run being repaired;    00321039
003220                a record carrying any other run identifier means  00322039
003230                two runs' suspense datasets were concatenated.    00323039
003240                Such records are listed but never written to      00324039
003250                REINJECT, since no splice step could place them,  00325039
003260                and the run ends with return code 8.              00326039
003300  DATE-WRITTEN. 01 Sep 2026.                                      00330001
003400  DATE-COMPILED.                                                  00340001
003500  SECURITY. IBM SAMPLE CODE ONLY.                                 00350001
008000                    ==BAD-RECLEN==                                00800001
008100                  BY ==RNJ-RECLEN==,                              00810001
008200                    ==BAD-RECORD-DATA==                           00820001
008210                  BY ==RNJ-RECORD-DATA==,                         00821039
008220                    ==BAD-RUN-ID==                                00822039
008230                  BY ==RNJ-RUN-ID==,                              00823039
008240                    ==BAD-RID-JOBNAME==                           00824039
008250                  BY ==RNJ-RID-JOBNAME==,                         00825039
008260                    ==BAD-RID-APPL-ID==                           00826039
008270                  BY ==RNJ-RID-APPL-ID==,                         00827039
008280                    ==BAD-RID-DATE==                              00828039
008290                  BY ==RNJ-RID-DATE==,                            00829039
008300                    ==BAD-RID-TIME==                              00830039
008310                  BY ==RNJ-RID-TIME==.                            00831039
008400  FD  BFIX-RPT-FILE                                               00840001
008500      RECORDING MODE F.                                           00850001
008600  01  BFIX-RPT-RECORD         PIC X(80).                          00860001
009800      05  READ-COUNT          PIC 9(8) BINARY VALUE ZERO.         00980001
009900      05  REPAIR-COUNT        PIC 9(8) BINARY VALUE ZERO.         00990001
010000      05  UNREP-COUNT         PIC 9(8) BINARY VALUE ZERO.         01000001
010050      05  OTHER-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         01005039
010100  01  BFIX-DISPLAY-FIELDS.                                        01010001
010200      05  READ-DISP           PIC ZZZ,ZZZ,ZZ9.                    01020001
010300      05  REPAIR-DISP         PIC ZZZ,ZZZ,ZZ9.                    01030001
010400      05  UNREP-DISP          PIC ZZZ,ZZZ,ZZ9.                    01040001
010450      05  OTHER-RUN-DISP      PIC ZZZ,ZZZ,ZZ9.                    01045039
010500      05  LINE-DISP           PIC 9(8).                           01050001
010600      05  PAGE-DISP           PIC 9(8).                           01060001
010700      05  TYPE-HEX-DISP       PIC X(6).                           01070001
013200          10  HEX-PAIR-LO     PIC X.                              01320001
013300      05  HEX-PAIR-NUM REDEFINES HEX-PAIR                         01330001
013400                              PIC 9(4) BINARY.                    01340001
013409* the run this suspense dataset belongs to, fixed by its first    01340939
013418* record.                                                         01341839
013427  01  RUN-CHECK-DATA.                                             01342739
013436      05  EXPECTED-RUN-ID.                                        01343639
013445          10  EXP-RID-JOBNAME PIC X(8).                           01344539
013454          10  EXP-RID-APPL-ID PIC X(8).                           01345439
013463          10  EXP-RID-DATE    PIC 9(8).                           01346339
013472          10  EXP-RID-TIME    PIC 9(8).                           01347239
013481      05  EXPECTED-RUN-FLAG   PIC X VALUE 'N'.                    01348139
013490          88  EXPECTED-RUN-SET    VALUE 'Y'.                      01349039
013500  TITLE 'Initialization and Main Line'.                           01350001
013600  PROCEDURE DIVISION.                                             01360001
013700  MAIN-LINE.                                                      01370001
017900      IF UNREP-COUNT > ZERO                                       01790001
018000       THEN                                                       01800001
018100        MOVE WARNING-RC TO RETURN-CODE;                           01810001
018120      END-IF.                                                     01812039
018140      IF OTHER-RUN-COUNT > ZERO                                   01814039
018160       THEN                                                       01816039
018180        MOVE ERROR-RC TO RETURN-CODE;                             01818039
018200      END-IF.                                                     01820001
018300      GOBACK.                                                     01830001
018400      EJECT                                                       01840001
018460* dispatches one suspense record on its reason code, once it is   01846039
018520* known to belong to the run being repaired.  the repairs         01852039
018600* work on a copy in the output record, so the input record is     01860001
018700* untouched if the repair is refused partway through; a record    01870001
018800* repaired here is written to REINJECT with its diagnostic header 01880001
018900* intact, so the splice step downstream still knows where in the  01890001
019000* original run it belongs.                                        01900001
019100  REPAIR-SUSPENSE-RECORD.                                         01910001
019110      IF NOT EXPECTED-RUN-SET                                     01911039
019120       THEN                                                       01912039
019130        MOVE BAD-RUN-ID TO EXPECTED-RUN-ID;                       01913039
019140        SET EXPECTED-RUN-SET TO TRUE;                             01914039
019150      END-IF.                                                     01915039
019200      EVALUATE TRUE                                               01920001
019210        WHEN BAD-RUN-ID NOT = EXPECTED-RUN-ID                     01921039
019220          MOVE 'NOT REINJECTED - RECORD OF ANOTHER RUN'           01922039
019230            TO DISPOSITION-TEXT                                   01923039
019240          ADD 1 TO OTHER-RUN-COUNT                                01924039
019250          PERFORM WRITE-DISPOSITION-LINE                          01925039
019300        WHEN BAD-REASON-BAD-RECLEN                                01930001
019400          PERFORM REPAIR-BAD-RECLEN                               01940001
019500        WHEN BAD-REASON-NOT-SF                                    01950001
028900      MOVE READ-COUNT   TO READ-DISP.                             02890001
029000      MOVE REPAIR-COUNT TO REPAIR-DISP.                           02900001
029100      MOVE UNREP-COUNT  TO UNREP-DISP.                            02910001
029110      MOVE OTHER-RUN-COUNT TO OTHER-RUN-DISP.                     02911039
029120      IF EXPECTED-RUN-SET                                         02912039
029130       THEN                                                       02913039
029140        MOVE SPACES TO BFIX-RPT-RECORD;                           02914039
029150        STRING ' RUN ID ' EXP-RID-JOBNAME ' ' EXP-RID-APPL-ID     02915039
029160               ' ' EXP-RID-DATE ' ' EXP-RID-TIME                  02916039
029170               DELIMITED BY SIZE INTO BFIX-RPT-RECORD;            02917039
029180        WRITE BFIX-RPT-RECORD;                                    02918039
029190      END-IF.                                                     02919039
029200      MOVE SPACES TO BFIX-RPT-RECORD.                             02920001
029300      STRING ' SUSPENSE RECORDS READ ......... ' READ-DISP        02930001
029400             DELIMITED BY SIZE INTO BFIX-RPT-RECORD.              02940001
030100      STRING ' RECORDS UNREPAIRABLE .......... ' UNREP-DISP       03010001
030200             DELIMITED BY SIZE INTO BFIX-RPT-RECORD.              03020001
030300      WRITE BFIX-RPT-RECORD.                                      03030001
030320      MOVE SPACES TO BFIX-RPT-RECORD.                             03032039
030340      STRING ' RECORDS OF ANOTHER RUN ........ ' OTHER-RUN-DISP   03034039
030360             DELIMITED BY SIZE INTO BFIX-RPT-RECORD.              03036039
030380      WRITE BFIX-RPT-RECORD.                                      03038039
030400      IF UNREP-COUNT > ZERO                                       03040001
030500       THEN                                                       03050001
030600        MOVE SPACES TO BFIX-RPT-RECORD;                           03060001
031400       ELSE                                                       03140001
031500        DISPLAY PGMNAME, ' ALL SUSPENSE RECORDS REPAIRED';        03150001
031600      END-IF.                                                     03160001
031609      IF OTHER-RUN-COUNT > ZERO                                   03160939
031618       THEN                                                       03161839
031627        MOVE SPACES TO BFIX-RPT-RECORD;                           03162739
031636        STRING ' SUSPENSE RECORDS FROM MORE THAN ONE RUN - RC=8'  03163639
031645               DELIMITED BY SIZE INTO BFIX-RPT-RECORD;            03164539
031654        WRITE BFIX-RPT-RECORD;                                    03165439
031663        DISPLAY PGMNAME, ' RECORDS OF ANOTHER RUN ..... ',        03166339
031672                OTHER-RUN-DISP;                                   03167239
031681        DISPLAY PGMNAME, ' SUSPENSE OF MIXED RUNS - RC=8';        03168139
031690      END-IF.                                                     03169039
031700      DISPLAY PGMNAME, ' RECORDS REPAIRED ........... ',          03170001
031800              REPAIR-DISP.                                        03180001
031900      SKIP1                                                       03190001
