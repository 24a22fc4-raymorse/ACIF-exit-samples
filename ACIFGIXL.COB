000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 03              00020041
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFGIXL.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
002000                the load for the same generation is harmless.     00200001
002100                Run this as a step after the ACIF step, once per  00210001
002200                generation, oldest first when catching up.        00220001
002206                                                                  00220641
002209                The same step loads the keyed attribute index     00220943
002212                (ddname ATTRVSAM, laid out by ATTRVREC) from the  00221243
002215                run's clear TLE extract (ddname TLEIXIN), so a    00221543
002218                document can be found by an attribute value - an  00221843
002221                account number - rather than by group name.  Only 00222143
002224                the attribute names listed in ddname ATTRCTL, one 00222443
002227                per record in columns 1-32, are indexed; without  00222743
002230                ATTRCTL the attribute step is skipped.  With it,  00223043
002233                TLEIXIN and ATTRVSAM must both be allocated or    00223343
002236                the step ends with return code 8.  A TLE outside  00223643
002239                any named group has no document to point to and   00223943
002242                is passed over; the same value found again in the 00224243
002245                same group and run is indexed once, at the first  00224543
002248                page it rode on.                                  00224843
002251                                                                  00225143
002254                TLEIXIN must be the run's ACIFIBDT TLECLEAR       00225443
002257                dataset, not its TLEINDEX: TLEINDEX carries each  00225743
002260                value the masking control file names masked, and  00226043
002263                a masked value indexed is one no lookup can find. 00226343
002266                With ddname MASKCTL (the run's own masking        00226643
002269                control file) allocated, ACIFMASK tells a value   00226943
002272                already masked from a clear one; a masked value   00227243
002275                is not indexed, and the step ends with return     00227543
002278                code 8 so the load is rerun from TLECLEAR.  A     00227843
002281                defective MASKCTL indexes no attributes, return   00228143
002284                code 8.                                           00228443
002300  DATE-WRITTEN. 01 Sep 2026.                                      00230001
002400  DATE-COMPILED.                                                  00240001
002500  SECURITY. IBM SAMPLE CODE ONLY.                                 00250001
003900          ACCESS MODE IS RANDOM                                   00390001
004000          RECORD KEY IS GVX-KEY                                   00400001
004100          FILE STATUS IS GRPVSAM-STATUS.                          00410001
004107      SELECT ATTRCTL-FILE ASSIGN TO ATTRCTL                       00410741
004114          ORGANIZATION IS SEQUENTIAL                              00411441
004121          ACCESS MODE IS SEQUENTIAL                               00412141
004128          FILE STATUS IS ATTRCTL-STATUS.                          00412841
004135      SELECT TLEIX-IN-FILE ASSIGN TO TLEIXIN                      00413541
004142          ORGANIZATION IS SEQUENTIAL                              00414241
004149          ACCESS MODE IS SEQUENTIAL                               00414941
004156          FILE STATUS IS TLEIX-IN-STATUS.                         00415641
004163      SELECT ATTRVSAM-FILE ASSIGN TO ATTRVSAM                     00416341
004170          ORGANIZATION IS INDEXED                                 00417041
004177          ACCESS MODE IS RANDOM                                   00417741
004184          RECORD KEY IS AVX-KEY                                   00418441
004191          FILE STATUS IS ATTRVSAM-STATUS.                         00419141
004200      EJECT                                                       00420001
004300  DATA DIVISION.                                                  00430001
004400  FILE SECTION.                                                   00440001
004700      COPY GRPINDEX.                                              00470001
004800  FD  GRPVSAM-FILE.                                               00480002
005000      COPY GRPVSREC.                                              00500001
005009  FD  ATTRCTL-FILE                                                00500941
005018      RECORDING MODE F.                                           00501841
005027  01  ATTRCTL-RECORD.                                             00502741
005036      05  ACT-ATTR-NAME       PIC X(32).                          00503641
005045      05  FILLER              PIC X(48).                          00504541
005054  FD  TLEIX-IN-FILE                                               00505441
005063      RECORDING MODE F.                                           00506341
005072      COPY TLEINDEX.                                              00507241
005081  FD  ATTRVSAM-FILE.                                              00508141
005090      COPY ATTRVREC.                                              00509041
005100  WORKING-STORAGE SECTION.                                        00510001
005200  77  PGMNAME                 PIC X(8) VALUE 'ACIFGIXL'.          00520001
005300  77  GRPIX-IN-STATUS         PIC XX VALUE SPACES.                00530001
005400  77  GRPVSAM-STATUS          PIC XX VALUE SPACES.                00540001
005420  77  ATTRCTL-STATUS          PIC XX VALUE SPACES.                00542041
005440  77  TLEIX-IN-STATUS         PIC XX VALUE SPACES.                00544041
005460  77  ATTRVSAM-STATUS         PIC XX VALUE SPACES.                00546041
005480  77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.          00548043
005500  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            00550001
005600  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    00560001
005700      88  IN-EOF                  VALUE 'Y'.                      00570001
005800      88  IN-NOT-EOF              VALUE 'N'.                      00580001
005820  77  TLE-EOF-FLAG            PIC X VALUE 'N'.                    00582041
005840      88  TLE-EOF                 VALUE 'Y'.                      00584041
005860      88  TLE-NOT-EOF             VALUE 'N'.                      00586041
005900  01  GIXL-COUNTERS.                                              00590001
006000      05  READ-COUNT          PIC 9(8) BINARY VALUE ZERO.         00600001
006100      05  ADD-COUNT           PIC 9(8) BINARY VALUE ZERO.         00610001
006200      05  REPLACE-COUNT       PIC 9(8) BINARY VALUE ZERO.         00620001
006300      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         00630001
006305      05  TLE-READ-COUNT      PIC 9(8) BINARY VALUE ZERO.         00630541
006310      05  ATTR-ADD-COUNT      PIC 9(8) BINARY VALUE ZERO.         00631041
006315      05  ATTR-DUP-COUNT      PIC 9(8) BINARY VALUE ZERO.         00631541
006320      05  ATTR-NOGROUP-COUNT  PIC 9(8) BINARY VALUE ZERO.         00632041
006325      05  ATTR-ERROR-COUNT    PIC 9(8) BINARY VALUE ZERO.         00632541
006327      05  ATTR-MASKED-COUNT   PIC 9(8) BINARY VALUE ZERO.         00632743
006330* the attribute names ATTRCTL selects for the attribute index.    00633041
006335  01  ATTR-NAME-TABLE.                                            00633541
006340      05  ATTR-NAME-COUNT     PIC 9(4) BINARY VALUE ZERO.         00634041
006345      05  ATTR-NAME-ENTRY OCCURS 0 TO 100 TIMES                   00634541
006350                          DEPENDING ON ATTR-NAME-COUNT.           00635041
006355          10  ANT-ATTR-NAME       PIC X(32).                      00635541
006360  01  GIXL-WORK.                                                  00636041
006365      05  ANT-IX              PIC 9(4) BINARY VALUE ZERO.         00636541
006370      05  ATTR-SELECT-FLAG    PIC X VALUE 'N'.                    00637041
006375          88  ATTR-SELECTED       VALUE 'Y'.                      00637541
006380          88  ATTR-NOT-SELECTED   VALUE 'N'.                      00638041
006385      05  MASKCTL-MODE-FLAG   PIC X VALUE 'N'.                    00638543
006390          88  MASKCTL-MODE        VALUE 'Y'.                      00639043
006395      COPY MASKPARM.                                              00639543
006400  01  GIXL-DISPLAY-FIELDS.                                        00640001
006500      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    00650001
006600  TITLE 'Initialization and Main Line'.                           00660001
010500      MOVE REPLACE-COUNT TO COUNT-DISP.                           01050001
010600      DISPLAY PGMNAME, ' KEYS REPLACED .............. ',          01060001
010700              COUNT-DISP.                                         01070001
010750      PERFORM LOAD-ATTRIBUTE-INDEX.                               01075041
010800      IF ERROR-COUNT > ZERO                                       01080001
010900       THEN                                                       01090001
011000        MOVE ERROR-COUNT TO COUNT-DISP;                           01100001
013000      MOVE GRX-END-SEQNUM     TO GVX-END-SEQNUM.                  01300001
013100      MOVE GRX-BEGIN-LINE     TO GVX-BEGIN-LINE.                  01310001
013200      MOVE GRX-END-LINE       TO GVX-END-LINE.                    01320001
013250      MOVE GRX-RUN-ID         TO GVX-RUN-ID.                      01325039
013300      WRITE GROUP-VSAM-RECORD                                     01330001
013400        INVALID KEY                                               01340001
013500          REWRITE GROUP-VSAM-RECORD                               01350001
014300        NOT INVALID KEY                                           01430001
014400          ADD 1 TO ADD-COUNT                                      01440001
014500      END-WRITE.                                                  01450001
014600      EJECT                                                       01460041
014700* the attribute step.  ATTRCTL decides whether it runs at all: a  01470041
014800* job that never asked for the attribute index is not penalized   01480041
014900* for lacking its datasets, but a job that asked and cannot have  01490041
015000* it must say so, or a generation silently goes unindexed.        01500041
015100  LOAD-ATTRIBUTE-INDEX.                                           01510041
015200      OPEN INPUT ATTRCTL-FILE.                                    01520041
015300      IF ATTRCTL-STATUS NOT = '00'                                01530041
015400       THEN                                                       01540041
015500        DISPLAY PGMNAME, ' ATTRCTL NOT ALLOCATED - NO ATTRIBUTES',01550041
015600                ' INDEXED';                                       01560041
015700       ELSE                                                       01570041
015800        PERFORM UNTIL ATTRCTL-STATUS NOT = '00'                   01580041
015900          READ ATTRCTL-FILE                                       01590041
016000            AT END                                                01600041
016100              MOVE '10' TO ATTRCTL-STATUS                         01610041
016200            NOT AT END                                            01620041
016300              PERFORM LOAD-ONE-ATTR-NAME                          01630041
016400          END-READ;                                               01640041
016500        END-PERFORM;                                              01650041
016600        CLOSE ATTRCTL-FILE;                                       01660041
016700        IF ATTR-NAME-COUNT = ZERO                                 01670041
016800         THEN                                                     01680041
016900          DISPLAY PGMNAME, ' ATTRCTL EMPTY - NO ATTRIBUTES',      01690041
017000                  ' INDEXED';                                     01700041
017100         ELSE                                                     01710041
017120          PERFORM LOAD-MASK-LIST;                                 01712043
017140          IF MSK-DEFECTIVE                                        01714043
017160           THEN                                                   01716043
017180            DISPLAY PGMNAME, ' MASKCTL UNUSABLE - NO ATTRIBUTES', 01718043
017200                    ' INDEXED - RC=8';                            01720043
017220            MOVE ERROR-RC TO RETURN-CODE;                         01722043
017240           ELSE                                                   01724043
017260            PERFORM LOAD-ATTRIBUTE-RECORDS;                       01726043
017280          END-IF;                                                 01728043
017300        END-IF;                                                   01730041
017400      END-IF.                                                     01740041
017500      SKIP1                                                       01750041
017600* a record that is entirely blank is padding and skipped, as in   01760041
017700* the sibling control-file loaders; a name listed twice is kept   01770041
017800* once.                                                           01780041
017900  LOAD-ONE-ATTR-NAME.                                             01790041
018000      IF ACT-ATTR-NAME NOT = SPACES                               01800041
018100         AND ACT-ATTR-NAME NOT = LOW-VALUES                       01810041
018200       THEN                                                       01820041
018300        SET ATTR-NOT-SELECTED TO TRUE;                            01830041
018400        PERFORM VARYING ANT-IX FROM 1 BY 1                        01840041
018500                UNTIL ANT-IX > ATTR-NAME-COUNT                    01850041
018600          IF ANT-ATTR-NAME (ANT-IX) = ACT-ATTR-NAME               01860041
018700           THEN                                                   01870041
018800            SET ATTR-SELECTED TO TRUE;                            01880041
018900          END-IF;                                                 01890041
019000        END-PERFORM;                                              01900041
019100        IF ATTR-NOT-SELECTED                                      01910041
019200         THEN                                                     01920041
019300          IF ATTR-NAME-COUNT = 100                                01930041
019400           THEN                                                   01940041
019500            ADD 1 TO ATTR-ERROR-COUNT;                            01950041
019600            DISPLAY PGMNAME, ' ATTRCTL PAST 100 NAMES: ',         01960041
019700                    ACT-ATTR-NAME;                                01970041
019800           ELSE                                                   01980041
019900            ADD 1 TO ATTR-NAME-COUNT;                             01990041
020000            MOVE ACT-ATTR-NAME TO ANT-ATTR-NAME (ATTR-NAME-COUNT);02000041
020100          END-IF;                                                 02010041
020200        END-IF;                                                   02020041
020300      END-IF.                                                     02030041
020400      SKIP1                                                       02040041
020407* loads the list of sensitive attribute names through the shared  02040743
020414* masking routine, which displays each defect itself.  MASKCTL    02041443
020421* absent or empty leaves the masked-value check off: nothing was  02042143
020428* masked in the run either.                                       02042843
020435  LOAD-MASK-LIST.                                                 02043543
020442      SET MSK-LOAD TO TRUE.                                       02044243
020449      CALL MASKPGM USING MASK-PARMS.                              02044943
020456      IF MSK-LOADED                                               02045643
020463       THEN                                                       02046343
020470        SET MASKCTL-MODE TO TRUE;                                 02047043
020477      END-IF.                                                     02047743
020484      SKIP1                                                       02048443
020500  LOAD-ATTRIBUTE-RECORDS.                                         02050041
020600      OPEN INPUT TLEIX-IN-FILE.                                   02060041
020700      IF TLEIX-IN-STATUS NOT = '00'                               02070041
020800       THEN                                                       02080041
020900        DISPLAY PGMNAME, ' TLEIXIN NOT ALLOCATED - RC=8';         02090041
021000        MOVE ERROR-RC TO RETURN-CODE;                             02100041
021100       ELSE                                                       02110041
021200        OPEN I-O ATTRVSAM-FILE;                                   02120041
021300        IF ATTRVSAM-STATUS NOT = '00'                             02130041
021400           AND ATTRVSAM-STATUS NOT = '97'                         02140041
021500         THEN                                                     02150041
021600          DISPLAY PGMNAME, ' ATTRVSAM OPEN FAILED - STATUS ',     02160041
021700                  ATTRVSAM-STATUS, ' - RC=8';                     02170041
021800          CLOSE TLEIX-IN-FILE;                                    02180041
021900          MOVE ERROR-RC TO RETURN-CODE;                           02190041
022000         ELSE                                                     02200041
022100          PERFORM UNTIL TLE-EOF                                   02210041
022200            READ TLEIX-IN-FILE                                    02220041
022300              AT END                                              02230041
022400                SET TLE-EOF TO TRUE                               02240041
022500              NOT AT END                                          02250041
022600                ADD 1 TO TLE-READ-COUNT;                          02260041
022700                PERFORM LOAD-ONE-ATTRIBUTE                        02270041
022800            END-READ;                                             02280041
022900          END-PERFORM;                                            02290041
023000          CLOSE TLEIX-IN-FILE ATTRVSAM-FILE;                      02300041
023100          PERFORM REPORT-ATTRIBUTE-LOAD;                          02310041
023200        END-IF;                                                   02320041
023300      END-IF.                                                     02330041
023400      SKIP1                                                       02340041
023500* one selected TLE becomes one keyed record pointing at its group 02350041
023600* and run.  the extract repeats a value wherever the TLE recurs,  02360041
023700* so a duplicate key is the expected case and keeps the first     02370041
023800* page; a reload of the same generation lands the same way.       02380041
023900  LOAD-ONE-ATTRIBUTE.                                             02390041
024000      SET ATTR-NOT-SELECTED TO TRUE.                              02400041
024100      PERFORM VARYING ANT-IX FROM 1 BY 1                          02410041
024200              UNTIL ANT-IX > ATTR-NAME-COUNT OR ATTR-SELECTED     02420041
024300        IF ANT-ATTR-NAME (ANT-IX) = TLX-ATTR-NAME                 02430041
024400         THEN                                                     02440041
024500          SET ATTR-SELECTED TO TRUE;                              02450041
024600        END-IF;                                                   02460041
024700      END-PERFORM.                                                02470041
024710      IF ATTR-SELECTED                                            02471043
024720         AND MASKCTL-MODE                                         02472043
024730       THEN                                                       02473043
024740        PERFORM CHECK-MASKED-VALUE;                               02474043
024750      END-IF.                                                     02475043
024800      IF ATTR-SELECTED                                            02480041
024900       THEN                                                       02490041
025000        IF TLX-GROUP-NAME = SPACES OR TLX-GROUP-NAME = LOW-VALUES 02500041
025100         THEN                                                     02510041
025200          ADD 1 TO ATTR-NOGROUP-COUNT;                            02520041
025300         ELSE                                                     02530041
025400          MOVE SPACES          TO ATTR-VSAM-RECORD;               02540041
025500          MOVE TLX-ATTR-NAME   TO AVX-ATTR-NAME;                  02550041
025600          MOVE TLX-ATTR-VALUE  TO AVX-ATTR-VALUE;                 02560041
025700          MOVE TLX-GROUP-NAME  TO AVX-GROUP-NAME;                 02570041
025800          MOVE TLX-RID-DATE    TO AVX-RUN-DATE;                   02580041
025900          MOVE TLX-RID-TIME    TO AVX-RUN-TIME;                   02590041
026000          MOVE TLX-RID-JOBNAME TO AVX-RID-JOBNAME;                02600041
026100          MOVE TLX-RID-APPL-ID TO AVX-RID-APPL-ID;                02610041
026200          MOVE TLX-PAGE-COUNT  TO AVX-PAGE-COUNT;                 02620041
026300          WRITE ATTR-VSAM-RECORD                                  02630041
026400            INVALID KEY                                           02640041
026500              IF ATTRVSAM-STATUS = '22'                           02650041
026600               THEN                                               02660041
026700                ADD 1 TO ATTR-DUP-COUNT;                          02670041
026800               ELSE                                               02680041
026900                ADD 1 TO ATTR-ERROR-COUNT;                        02690041
027000                DISPLAY PGMNAME, ' ATTRIBUTE NOT LOADED: ',       02700041
027100                        AVX-GROUP-NAME, ' STATUS ',               02710041
027200                        ATTRVSAM-STATUS;                          02720041
027300              END-IF                                              02730041
027400            NOT INVALID KEY                                       02740041
027500              ADD 1 TO ATTR-ADD-COUNT                             02750041
027600          END-WRITE;                                              02760041
027700        END-IF;                                                   02770041
027800      END-IF.                                                     02780041
027900      SKIP1                                                       02790041
027904* a value of an attribute MASKCTL names that ACIFMASK hands back  02790443
027908* unchanged was masked already: TLEIXIN is the masked TLEINDEX,   02790843
027912* not TLECLEAR.  the value is kept out of the index.              02791243
027916  CHECK-MASKED-VALUE.                                             02791643
027920      MOVE TLX-ATTR-NAME  TO MSK-ATTR-NAME.                       02792043
027924      MOVE TLX-ATTR-VALUE TO MSK-VALUE.                           02792443
027928      SET MSK-APPLY TO TRUE.                                      02792843
027932      CALL MASKPGM USING MASK-PARMS.                              02793243
027936      IF MSK-MASKED                                               02793643
027940         AND MSK-VALUE = TLX-ATTR-VALUE                           02794043
027944       THEN                                                       02794443
027948        ADD 1 TO ATTR-MASKED-COUNT;                               02794843
027952        IF ATTR-MASKED-COUNT = 1                                  02795243
027956         THEN                                                     02795643
027960          DISPLAY PGMNAME, ' MASKED VALUE ON TLEIXIN: ',          02796043
027964                  TLX-ATTR-NAME;                                  02796443
027968        END-IF;                                                   02796843
027972        SET ATTR-NOT-SELECTED TO TRUE;                            02797243
027976      END-IF.                                                     02797643
027980      SKIP1                                                       02798043
028000  REPORT-ATTRIBUTE-LOAD.                                          02800041
028100      MOVE TLE-READ-COUNT TO COUNT-DISP.                          02810041
028200      DISPLAY PGMNAME, ' TLE RECORDS READ ........... ',          02820041
028300              COUNT-DISP.                                         02830041
028400      MOVE ATTR-ADD-COUNT TO COUNT-DISP.                          02840041
028500      DISPLAY PGMNAME, ' ATTRIBUTE KEYS ADDED ....... ',          02850041
028600              COUNT-DISP.                                         02860041
028700      MOVE ATTR-DUP-COUNT TO COUNT-DISP.                          02870041
028800      DISPLAY PGMNAME, ' ATTRIBUTE KEYS ON FILE ..... ',          02880041
028900              COUNT-DISP.                                         02890041
029000      IF ATTR-NOGROUP-COUNT > ZERO                                02900041
029100       THEN                                                       02910041
029200        MOVE ATTR-NOGROUP-COUNT TO COUNT-DISP;                    02920041
029300        DISPLAY PGMNAME, ' OUTSIDE ANY GROUP .......... ',        02930041
029400                COUNT-DISP;                                       02940041
029500      END-IF.                                                     02950041
029600      IF ATTR-ERROR-COUNT > ZERO                                  02960041
029700       THEN                                                       02970041
029800        MOVE ATTR-ERROR-COUNT TO COUNT-DISP;                      02980041
029900        DISPLAY PGMNAME, ' ATTRIBUTES NOT LOADED ...... ',        02990041
030000                COUNT-DISP, ' - RC=8';                            03000041
030100        MOVE ERROR-RC TO RETURN-CODE;                             03010041
030200      END-IF.                                                     03020041
030210      IF ATTR-MASKED-COUNT > ZERO                                 03021043
030220       THEN                                                       03022043
030230        MOVE ATTR-MASKED-COUNT TO COUNT-DISP;                     03023043
030240        DISPLAY PGMNAME, ' MASKED VALUES NOT INDEXED .. ',        03024043
030250                COUNT-DISP, ' - RC=8';                            03025043
030260        DISPLAY PGMNAME, ' LOAD TLEIXIN FROM TLECLEAR';           03026043
030270        MOVE ERROR-RC TO RETURN-CODE;                             03027043
030280      END-IF.                                                     03028043
030300  END PROGRAM ACIFGIXL.                                           03030041
