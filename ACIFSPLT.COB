000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* WRITTEN ON 15 Oct 2026 BY  MAINT    VERSION 01                  00020001
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFSPLT.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This cuts one very large print file into          00070001
000800                partitions that separate ACIF steps can convert   00080001
000900                side by side, and ACIFPMRG puts their outputs back00090001
001000                together as one run afterwards.  It reads the file00100001
001100                (ddname SPLTIN, AFP records with the carriage     00110001
001200                control byte first) twice: once to find the named 00120001
001300                groups, once to write the partitions (ddnames     00130001
001400                SPLIT01 through SPLIT08).                         00140001
001500                                                                  00150001
001600                A partition is only ever cut just after a group's 00160001
001700                ENG (End Named Group), so no statement is split.  00170001
001800                Each partition takes about an equal share of the  00180001
001900                records between the first BNG and the last ENG,   00190001
002000                and every partition gets at least one group.  The 00200001
002100                records ahead of the first BNG (the file header - 00210001
002200                BDT, inline resources) and after the last ENG (the00220001
002300                trailer - EDT) are copied into every partition, so00230001
002400                each one stands alone as a valid AFP document.    00240001
002500                                                                  00250001
002600                Named groups and page openings are recognized the 00260001
002700                way ACIFIBDT recognizes them, from the same       00270001
002800                control files: SFTYPCTL (or the compiled-in       00280001
002900                STRFLDS defaults when it is not allocated) and    00290001
003000                SFDELCTL.  A page opened in the header or trailer 00300001
003100                cannot be copied without printing it once per     00310001
003200                partition, so a file with one is not split.       00320001
003300                                                                  00330001
003400                A manifest (ddname SPLTMAN, laid out by PARTMAN)  00340001
003500                records where each partition's share of the file  00350001
003600                starts, and how many records, pages, and          00360001
003700                deletions the header and trailer copies add to    00370001
003800                each partition, for ACIFPMRG to take back out.  A 00380001
003900                report (ddname SPLTRPT) lists the partitions.     00390001
003910                Each partition's own manifest row is also written 00391001
003920                alone to its seed dataset (ddnames PSEED01 through00392001
003930                PSEED08, one beside each SPLITnn).  Given to that 00393001
003940                partition's ACIFIBDT step as ddname PARTSEED, it  00394001
003950                carries the groups and pages of the partitions    00395001
003960                ahead, so separator group sequence and page       00396001
003970                numbers run on unbroken across the partitions.    00397001
004000                                                                  00400001
004100                An optional control file (ddname SPLTCTL) is typed00410001
004200                in column 1:                                      00420001
004300                  N - the number of partitions, columns 3-4, 01   00430001
004400                      through 08 (default 04)                     00440001
004500                  M - the conversion mode the ACIF steps will run 00450001
004600                      with (byte 1 of the ACIF user parameter), in00460001
004700                      column 3: B, E, or A (default A).  A mode of00470001
004800                      E converts no begin structured fields, so   00480001
004900                      ACIFIBDT counts no pages; the header and    00490001
005000                      trailer page counts follow it.              00500001
005100                                                                  00510001
005200                A file with fewer named groups than partitions    00520001
005300                asked for is cut into one partition per group.    00530001
005400                                                                  00540001
005500                Return code 8 means nothing usable was written:   00550001
005600                SPLTIN missing or holding no named group, a BNG   00560001
005700                without its ENG, a page opened in the header or   00570001
005800                trailer, more than 100 structured field types in  00580001
005900                the header and trailer, a defective control       00590001
006000                record, or a partition, its seed, or the manifest 00600001
006100                that could not be opened.                         00610001
006200  DATE-WRITTEN. 15 Oct 2026.                                      00620001
006300  DATE-COMPILED.                                                  00630001
006400  SECURITY. IBM SAMPLE CODE ONLY.                                 00640001
006500  TITLE 'ACIF Print File Partition Split'.                        00650001
006600  ENVIRONMENT DIVISION.                                           00660001
006700  CONFIGURATION SECTION.                                          00670001
006800  SOURCE-COMPUTER. IBM-370.                                       00680001
006900  OBJECT-COMPUTER. IBM-370.                                       00690001
007000  INPUT-OUTPUT SECTION.                                           00700001
007100  FILE-CONTROL.                                                   00710001
007200      SELECT SPLTCTL-FILE ASSIGN TO SPLTCTL                       00720001
007300          ORGANIZATION IS SEQUENTIAL                              00730001
007400          ACCESS MODE IS SEQUENTIAL                               00740001
007500          FILE STATUS IS SPLTCTL-STATUS.                          00750001
007600      SELECT SFTYPE-FILE ASSIGN TO SFTYPCTL                       00760001
007700          ORGANIZATION IS SEQUENTIAL                              00770001
007800          ACCESS MODE IS SEQUENTIAL                               00780001
007900          FILE STATUS IS SFTYPE-FILE-STATUS.                      00790001
008000      SELECT SFDEL-FILE ASSIGN TO SFDELCTL                        00800001
008100          ORGANIZATION IS SEQUENTIAL                              00810001
008200          ACCESS MODE IS SEQUENTIAL                               00820001
008300          FILE STATUS IS SFDEL-FILE-STATUS.                       00830001
008400      SELECT SPLT-IN-FILE ASSIGN TO SPLTIN                        00840001
008500          ORGANIZATION IS SEQUENTIAL                              00850001
008600          ACCESS MODE IS SEQUENTIAL                               00860001
008700          FILE STATUS IS SPLT-IN-STATUS.                          00870001
008800      SELECT SPLIT01-FILE ASSIGN TO SPLIT01                       00880001
008900          ORGANIZATION IS SEQUENTIAL                              00890001
009000          ACCESS MODE IS SEQUENTIAL                               00900001
009100          FILE STATUS IS SPLIT-STATUS.                            00910001
009200      SELECT SPLIT02-FILE ASSIGN TO SPLIT02                       00920001
009300          ORGANIZATION IS SEQUENTIAL                              00930001
009400          ACCESS MODE IS SEQUENTIAL                               00940001
009500          FILE STATUS IS SPLIT-STATUS.                            00950001
009600      SELECT SPLIT03-FILE ASSIGN TO SPLIT03                       00960001
009700          ORGANIZATION IS SEQUENTIAL                              00970001
009800          ACCESS MODE IS SEQUENTIAL                               00980001
009900          FILE STATUS IS SPLIT-STATUS.                            00990001
010000      SELECT SPLIT04-FILE ASSIGN TO SPLIT04                       01000001
010100          ORGANIZATION IS SEQUENTIAL                              01010001
010200          ACCESS MODE IS SEQUENTIAL                               01020001
010300          FILE STATUS IS SPLIT-STATUS.                            01030001
010400      SELECT SPLIT05-FILE ASSIGN TO SPLIT05                       01040001
010500          ORGANIZATION IS SEQUENTIAL                              01050001
010600          ACCESS MODE IS SEQUENTIAL                               01060001
010700          FILE STATUS IS SPLIT-STATUS.                            01070001
010800      SELECT SPLIT06-FILE ASSIGN TO SPLIT06                       01080001
010900          ORGANIZATION IS SEQUENTIAL                              01090001
011000          ACCESS MODE IS SEQUENTIAL                               01100001
011100          FILE STATUS IS SPLIT-STATUS.                            01110001
011200      SELECT SPLIT07-FILE ASSIGN TO SPLIT07                       01120001
011300          ORGANIZATION IS SEQUENTIAL                              01130001
011400          ACCESS MODE IS SEQUENTIAL                               01140001
011500          FILE STATUS IS SPLIT-STATUS.                            01150001
011600      SELECT SPLIT08-FILE ASSIGN TO SPLIT08                       01160001
011700          ORGANIZATION IS SEQUENTIAL                              01170001
011800          ACCESS MODE IS SEQUENTIAL                               01180001
011900          FILE STATUS IS SPLIT-STATUS.                            01190001
012000      SELECT SPLTMAN-FILE ASSIGN TO SPLTMAN                       01200001
012100          ORGANIZATION IS SEQUENTIAL                              01210001
012200          ACCESS MODE IS SEQUENTIAL                               01220001
012300          FILE STATUS IS SPLTMAN-STATUS.                          01230001
012303      SELECT PSEED01-FILE ASSIGN TO PSEED01                       01230301
012306          ORGANIZATION IS SEQUENTIAL                              01230601
012309          ACCESS MODE IS SEQUENTIAL                               01230901
012312          FILE STATUS IS SEED-STATUS.                             01231201
012315      SELECT PSEED02-FILE ASSIGN TO PSEED02                       01231501
012318          ORGANIZATION IS SEQUENTIAL                              01231801
012321          ACCESS MODE IS SEQUENTIAL                               01232101
012324          FILE STATUS IS SEED-STATUS.                             01232401
012327      SELECT PSEED03-FILE ASSIGN TO PSEED03                       01232701
012330          ORGANIZATION IS SEQUENTIAL                              01233001
012333          ACCESS MODE IS SEQUENTIAL                               01233301
012336          FILE STATUS IS SEED-STATUS.                             01233601
012339      SELECT PSEED04-FILE ASSIGN TO PSEED04                       01233901
012342          ORGANIZATION IS SEQUENTIAL                              01234201
012345          ACCESS MODE IS SEQUENTIAL                               01234501
012348          FILE STATUS IS SEED-STATUS.                             01234801
012351      SELECT PSEED05-FILE ASSIGN TO PSEED05                       01235101
012354          ORGANIZATION IS SEQUENTIAL                              01235401
012357          ACCESS MODE IS SEQUENTIAL                               01235701
012360          FILE STATUS IS SEED-STATUS.                             01236001
012363      SELECT PSEED06-FILE ASSIGN TO PSEED06                       01236301
012366          ORGANIZATION IS SEQUENTIAL                              01236601
012369          ACCESS MODE IS SEQUENTIAL                               01236901
012372          FILE STATUS IS SEED-STATUS.                             01237201
012375      SELECT PSEED07-FILE ASSIGN TO PSEED07                       01237501
012378          ORGANIZATION IS SEQUENTIAL                              01237801
012381          ACCESS MODE IS SEQUENTIAL                               01238101
012384          FILE STATUS IS SEED-STATUS.                             01238401
012387      SELECT PSEED08-FILE ASSIGN TO PSEED08                       01238701
012390          ORGANIZATION IS SEQUENTIAL                              01239001
012393          ACCESS MODE IS SEQUENTIAL                               01239301
012396          FILE STATUS IS SEED-STATUS.                             01239601
012400      SELECT SPLT-RPT-FILE ASSIGN TO SPLTRPT                      01240001
012500          ORGANIZATION IS SEQUENTIAL                              01250001
012600          ACCESS MODE IS SEQUENTIAL                               01260001
012700          FILE STATUS IS SPLT-RPT-STATUS.                         01270001
012800      EJECT                                                       01280001
012900  DATA DIVISION.                                                  01290001
013000  FILE SECTION.                                                   01300001
013100  FD  SPLTCTL-FILE                                                01310001
013200      RECORDING MODE F.                                           01320001
013300  01  SPLTCTL-RECORD.                                             01330001
013400      05  SCT-REC-TYPE        PIC X.                              01340001
013500          88  SCT-PART-COUNT      VALUE 'N'.                      01350001
013600          88  SCT-CONV-MODE       VALUE 'M'.                      01360001
013700      05  FILLER              PIC X.                              01370001
013800      05  SCT-DATA            PIC X(78).                          01380001
013900      05  SCT-COUNT-DATA      REDEFINES SCT-DATA.                 01390001
014000          10  SCT-PARTS       PIC 9(2).                           01400001
014100          10  SCT-PARTS-CHR   REDEFINES SCT-PARTS                 01410001
014200                              PIC X(2).                           01420001
014300          10  FILLER          PIC X(76).                          01430001
014400      05  SCT-MODE-DATA       REDEFINES SCT-DATA.                 01440001
014500          10  SCT-MODE        PIC X.                              01450001
014600          10  FILLER          PIC X(77).                          01460001
014700  FD  SFTYPE-FILE                                                 01470001
014800      RECORDING MODE F.                                           01480001
014900  01  SFTYPE-CTL-RECORD.                                          01490001
015000      05  SFCTL-TYPE          PIC X(3).                           01500001
015100      05  SFCTL-CATEGORY      PIC X.                              01510001
015200      05  SFCTL-NAME          PIC X(8).                           01520001
015300      05  SFCTL-PAGE-FLAG     PIC X.                              01530001
015400      05  FILLER              PIC X(67).                          01540001
015500  FD  SFDEL-FILE                                                  01550001
015600      RECORDING MODE F.                                           01560001
015700  01  SFDEL-CTL-RECORD.                                           01570001
015800      05  SFDCTL-TYPE         PIC X(3).                           01580001
015900      05  SFDCTL-MINLEN       PIC 9(5).                           01590001
016000      05  SFDCTL-MAXLEN       PIC 9(5).                           01600001
016100      05  FILLER              PIC X(67).                          01610001
016200  FD  SPLT-IN-FILE                                                01620001
016300      RECORDING MODE V                                            01630001
016400      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01640001
016500          DEPENDING ON SPLT-IN-LEN.                               01650001
016600* ONE AFP RECORD, CARRIAGE CONTROL BYTE FIRST.  X'5A' MARKS A     01660001
016700* STRUCTURED FIELD: ITS 2-BYTE LENGTH AND 3-BYTE TYPE FOLLOW.     01670001
016800  01  SPLT-IN-RECORD.                                             01680001
016900      05  SIN-CC              PIC X.                              01690001
017000      05  SIN-SF-LEN          PIC XX.                             01700001
017100      05  SIN-SF-TYPE         PIC X(3).                           01710001
017200      05  FILLER              PIC X(26591).                       01720001
017300  FD  SPLIT01-FILE                                                01730001
017400      RECORDING MODE V                                            01740001
017500      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01750001
017600          DEPENDING ON SPLIT-OUT-LEN.                             01760001
017700  01  SPLIT01-RECORD          PIC X(26597).                       01770001
017800  FD  SPLIT02-FILE                                                01780001
017900      RECORDING MODE V                                            01790001
018000      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01800001
018100          DEPENDING ON SPLIT-OUT-LEN.                             01810001
018200  01  SPLIT02-RECORD          PIC X(26597).                       01820001
018300  FD  SPLIT03-FILE                                                01830001
018400      RECORDING MODE V                                            01840001
018500      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01850001
018600          DEPENDING ON SPLIT-OUT-LEN.                             01860001
018700  01  SPLIT03-RECORD          PIC X(26597).                       01870001
018800  FD  SPLIT04-FILE                                                01880001
018900      RECORDING MODE V                                            01890001
019000      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01900001
019100          DEPENDING ON SPLIT-OUT-LEN.                             01910001
019200  01  SPLIT04-RECORD          PIC X(26597).                       01920001
019300  FD  SPLIT05-FILE                                                01930001
019400      RECORDING MODE V                                            01940001
019500      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           01950001
019600          DEPENDING ON SPLIT-OUT-LEN.                             01960001
019700  01  SPLIT05-RECORD          PIC X(26597).                       01970001
019800  FD  SPLIT06-FILE                                                01980001
019900      RECORDING MODE V                                            01990001
020000      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           02000001
020100          DEPENDING ON SPLIT-OUT-LEN.                             02010001
020200  01  SPLIT06-RECORD          PIC X(26597).                       02020001
020300  FD  SPLIT07-FILE                                                02030001
020400      RECORDING MODE V                                            02040001
020500      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           02050001
020600          DEPENDING ON SPLIT-OUT-LEN.                             02060001
020700  01  SPLIT07-RECORD          PIC X(26597).                       02070001
020800  FD  SPLIT08-FILE                                                02080001
020900      RECORDING MODE V                                            02090001
021000      RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS           02100001
021100          DEPENDING ON SPLIT-OUT-LEN.                             02110001
021200  01  SPLIT08-RECORD          PIC X(26597).                       02120001
021300  FD  SPLTMAN-FILE                                                02130001
021400      RECORDING MODE F.                                           02140001
021500      COPY PARTMAN.                                               02150001
021504  FD  PSEED01-FILE                                                02150401
021508      RECORDING MODE F.                                           02150801
021512  01  PSEED01-RECORD          PIC X(80).                          02151201
021516  FD  PSEED02-FILE                                                02151601
021520      RECORDING MODE F.                                           02152001
021524  01  PSEED02-RECORD          PIC X(80).                          02152401
021528  FD  PSEED03-FILE                                                02152801
021532      RECORDING MODE F.                                           02153201
021536  01  PSEED03-RECORD          PIC X(80).                          02153601
021540  FD  PSEED04-FILE                                                02154001
021544      RECORDING MODE F.                                           02154401
021548  01  PSEED04-RECORD          PIC X(80).                          02154801
021552  FD  PSEED05-FILE                                                02155201
021556      RECORDING MODE F.                                           02155601
021560  01  PSEED05-RECORD          PIC X(80).                          02156001
021564  FD  PSEED06-FILE                                                02156401
021568      RECORDING MODE F.                                           02156801
021572  01  PSEED06-RECORD          PIC X(80).                          02157201
021576  FD  PSEED07-FILE                                                02157601
021580      RECORDING MODE F.                                           02158001
021584  01  PSEED07-RECORD          PIC X(80).                          02158401
021588  FD  PSEED08-FILE                                                02158801
021592      RECORDING MODE F.                                           02159201
021596  01  PSEED08-RECORD          PIC X(80).                          02159601
021600  FD  SPLT-RPT-FILE                                               02160001
021700      RECORDING MODE F.                                           02170001
021800  01  SPLT-RPT-RECORD         PIC X(80).                          02180001
021900  WORKING-STORAGE SECTION.                                        02190001
022000  77  PGMNAME                 PIC X(8) VALUE 'ACIFSPLT'.          02200001
022100  77  SPLTCTL-STATUS          PIC XX VALUE SPACES.                02210001
022200  77  SFTYPE-FILE-STATUS      PIC XX VALUE SPACES.                02220001
022300  77  SFDEL-FILE-STATUS       PIC XX VALUE SPACES.                02230001
022400  77  SPLT-IN-STATUS          PIC XX VALUE SPACES.                02240001
022500  77  SPLIT-STATUS            PIC XX VALUE SPACES.                02250001
022600  77  SPLTMAN-STATUS          PIC XX VALUE SPACES.                02260001
022650  77  SEED-STATUS             PIC XX VALUE SPACES.                02265001
022700  77  SPLT-RPT-STATUS         PIC XX VALUE SPACES.                02270001
022800  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            02280001
022900  77  SPLT-IN-LEN             PIC 9(5) BINARY VALUE ZERO.         02290001
023000  77  SPLIT-OUT-LEN           PIC 9(5) BINARY VALUE ZERO.         02300001
023050  77  CLOSE-PART              PIC 9(4) BINARY VALUE ZERO.         02305001
023100  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    02310001
023200      88  IN-EOF                  VALUE 'Y'.                      02320001
023300      88  IN-NOT-EOF              VALUE 'N'.                      02330001
023400  77  SPLIT-OK-FLAG           PIC X VALUE 'Y'.                    02340001
023500      88  SPLIT-OK                VALUE 'Y'.                      02350001
023600      88  SPLIT-REFUSED           VALUE 'N'.                      02360001
023700      COPY STRFLDS.                                               02370001
023800* the begin/end registrations and the deletions, loaded from the  02380001
023900* same control files ACIFIBDT loads, so a group boundary or page  02390001
024000* opening here is one there.                                      02400001
024100  01  SF-PROTECT-TABLE.                                           02410001
024200      05  SF-PROTECT-COUNT    PIC 9(4) BINARY VALUE ZERO.         02420001
024300      05  SF-PROTECT-ENTRY OCCURS 0 TO 50 TIMES                   02430001
024400                           DEPENDING ON SF-PROTECT-COUNT          02440001
024500                           INDEXED BY SF-PROTECT-IDX.             02450001
024600          10  SF-PROTECT-TYPE     PIC X(3).                       02460001
024700          10  SF-PROTECT-CATEGORY PIC X.                          02470001
024800          10  SF-PROTECT-NAME     PIC X(8).                       02480001
024900          10  SF-PROTECT-PAGE-FLAG PIC X.                         02490001
025000  01  SF-DELETE-TABLE.                                            02500001
025100      05  SF-DELETE-COUNT     PIC 9(4) BINARY VALUE ZERO.         02510001
025200      05  SF-DELETE-ENTRY OCCURS 0 TO 50 TIMES                    02520001
025300                          DEPENDING ON SF-DELETE-COUNT            02530001
025400                          INDEXED BY SF-DELETE-IDX.               02540001
025500          10  SF-DELETE-TYPE      PIC X(3).                       02550001
025600          10  SF-DELETE-MINLEN    PIC 9(5).                       02560001
025700          10  SF-DELETE-MAXLEN    PIC 9(5).                       02570001
025800* what the current record is, as ACIFIBDT would see it.           02580001
025900  01  SF-MATCH-DATA.                                              02590001
026000      05  SF-TYPE-FOUND-FLAG  PIC X VALUE 'N'.                    02600001
026100          88  SF-TYPE-FOUND       VALUE 'Y'.                      02610001
026200          88  SF-TYPE-NOTFOUND    VALUE 'N'.                      02620001
026300      05  SF-DELETE-FOUND-FLAG PIC X VALUE 'N'.                   02630001
026400          88  SF-DELETE-FOUND     VALUE 'Y'.                      02640001
026500          88  SF-DELETE-NOTFOUND  VALUE 'N'.                      02650001
026600      05  SF-MATCHED-CATEGORY PIC X.                              02660001
026700          88  SF-MATCHED-BEGIN    VALUE 'B'.                      02670001
026800          88  SF-MATCHED-END      VALUE 'E'.                      02680001
026900      05  SF-MATCHED-NAME     PIC X(8).                           02690001
027000          88  SF-MATCHED-DOC-LEVEL VALUE 'BDT' 'EDT'.             02700001
027100      05  SF-MATCHED-PAGE-FLAG PIC X.                             02710001
027200          88  SF-MATCHED-PAGE-OPENING VALUE 'Y'.                  02720001
027300      05  REC-CLASS           PIC X VALUE SPACE.                  02730001
027400          88  REC-IS-BNG          VALUE 'B'.                      02740001
027500          88  REC-IS-ENG          VALUE 'E'.                      02750001
027600          88  REC-IS-OTHER        VALUE ' '.                      02760001
027700      05  REC-PAGE-FLAG       PIC X VALUE 'N'.                    02770001
027800          88  REC-OPENS-PAGE      VALUE 'Y'.                      02780001
027900          88  REC-OPENS-NO-PAGE   VALUE 'N'.                      02790001
028000      05  REC-EDGE-FLAG       PIC X VALUE 'N'.                    02800001
028100          88  REC-PAGE-OUTSIDE-DOC VALUE 'Y'.                     02810001
028200          88  REC-NOT-A-PAGE      VALUE 'N'.                      02820001
028300  01  SPLIT-CONTROLS.                                             02830001
028400      05  PART-COUNT          PIC 9(4) BINARY VALUE 4.            02840001
028500      05  PART-ASKED          PIC 9(4) BINARY VALUE 4.            02850001
028600      05  CONV-MODE           PIC X VALUE 'A'.                    02860001
028700          88  CONV-MODE-BEGINS    VALUE 'B' 'A'.                  02870001
028800          88  CONV-MODE-VALID     VALUE 'B' 'E' 'A'.              02880001
028900      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         02890001
029000      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         02900001
029100* what the first read found.  a record number of zero means none. 02910001
029200  01  SURVEY-DATA.                                                02920001
029300      05  INPUT-COUNT         PIC 9(8) BINARY VALUE ZERO.         02930001
029400      05  BNG-COUNT           PIC 9(8) BINARY VALUE ZERO.         02940001
029500      05  GROUP-COUNT         PIC 9(8) BINARY VALUE ZERO.         02950001
029600      05  FIRST-BNG-RECNO     PIC 9(8) BINARY VALUE ZERO.         02960001
029700      05  LAST-BNG-RECNO      PIC 9(8) BINARY VALUE ZERO.         02970001
029800      05  LAST-ENG-RECNO      PIC 9(8) BINARY VALUE ZERO.         02980001
029900      05  HDR-PAGE-RECNO      PIC 9(8) BINARY VALUE ZERO.         02990001
030000      05  LAST-PAGE-RECNO     PIC 9(8) BINARY VALUE ZERO.         03000001
030100      05  BODY-COUNT          PIC 9(8) BINARY VALUE ZERO.         03010001
030200      05  HDR-COUNT           PIC 9(8) BINARY VALUE ZERO.         03020001
030300      05  TRL-COUNT           PIC 9(8) BINARY VALUE ZERO.         03030001
030400* the second read: where it is, and what the copies carry.        03040001
030500  01  DISTRIBUTE-DATA.                                            03050001
030600      05  RECNO               PIC 9(8) BINARY VALUE ZERO.         03060001
030700      05  CUR-PART            PIC 9(4) BINARY VALUE ZERO.         03070001
030800      05  OUT-PART            PIC 9(4) BINARY VALUE ZERO.         03080001
030900      05  GROUPS-DONE         PIC 9(8) BINARY VALUE ZERO.         03090001
031000      05  GROUPS-LEFT         PIC 9(8) BINARY VALUE ZERO.         03100001
031100      05  PARTS-LEFT          PIC 9(4) BINARY VALUE ZERO.         03110001
031200      05  CUT-TARGET          PIC 9(8) BINARY VALUE ZERO.         03120001
031300      05  HDR-PAGES           PIC 9(4) BINARY VALUE ZERO.         03130001
031400      05  TRL-PAGES           PIC 9(4) BINARY VALUE ZERO.         03140001
031500      05  HDR-DELETES         PIC 9(4) BINARY VALUE ZERO.         03150001
031600      05  TRL-DELETES         PIC 9(4) BINARY VALUE ZERO.         03160001
031700      05  EDGE-SECTION        PIC X VALUE SPACE.                  03170001
031730      05  GROUP-BASE          PIC 9(8) BINARY VALUE ZERO.         03173001
031760      05  PAGE-BASE           PIC 9(8) BINARY VALUE ZERO.         03176001
031800  01  PART-TABLE.                                                 03180001
031900      05  PART-ENTRY OCCURS 8 TIMES                               03190001
032000                     INDEXED BY PART-IDX.                         03200001
032100          10  PRT-FIRST-RECNO     PIC 9(8) BINARY.                03210001
032200          10  PRT-BODY-RECORDS    PIC 9(8) BINARY.                03220001
032300          10  PRT-GROUPS          PIC 9(8) BINARY.                03230001
032350          10  PRT-PAGES           PIC 9(8) BINARY.                03235001
032400* the structured field types in the header and trailer copies,    03240001
032500* for the merge to take back out of the composition profile.      03250001
032600  01  EDGE-SF-TABLE.                                              03260001
032700      05  EDGE-SF-COUNT       PIC 9(4) BINARY VALUE ZERO.         03270001
032800      05  EDGE-SF-OVERFLOW    PIC 9(8) BINARY VALUE ZERO.         03280001
032900      05  EDGE-SF-ENTRY OCCURS 0 TO 100 TIMES                     03290001
033000                        DEPENDING ON EDGE-SF-COUNT                03300001
033100                        INDEXED BY EDGE-SF-IDX.                   03310001
033200          10  ESF-SECTION         PIC X.                          03320001
033300          10  ESF-TYPE            PIC X(3).                       03330001
033400          10  ESF-COUNT           PIC 9(8) BINARY.                03340001
033500          10  ESF-TOTAL-LEN       PIC 9(12) BINARY.               03350001
033600  01  SPLIT-DISPLAY-FIELDS.                                       03360001
033700      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    03370001
033800      05  COUNT2-DISP         PIC ZZZ,ZZZ,ZZ9.                    03380001
033900      05  COUNT3-DISP         PIC ZZZ,ZZZ,ZZ9.                    03390001
034000      05  RECNO-DISP          PIC ZZZZ9.                          03400001
034100      05  PART-DISP           PIC 99.                             03410001
034200  TITLE 'Initialization and Main Line'.                           03420001
034300  PROCEDURE DIVISION.                                             03430001
034400  MAIN-LINE.                                                      03440001
034500      OPEN OUTPUT SPLT-RPT-FILE.                                  03450001
034600      MOVE SPACES TO SPLT-RPT-RECORD.                             03460001
034700      STRING PGMNAME ' - PRINT FILE PARTITION SPLIT'              03470001
034800             DELIMITED BY SIZE INTO SPLT-RPT-RECORD.              03480001
034900      WRITE SPLT-RPT-RECORD.                                      03490001
035000      PERFORM LOAD-SPLIT-CONTROLS.                                03500001
035100      IF ERROR-COUNT > ZERO                                       03510001
035200       THEN                                                       03520001
035300        MOVE SPACES TO SPLT-RPT-RECORD;                           03530001
035400        STRING ' SPLTCTL UNUSABLE - NOTHING SPLIT'                03540001
035500               DELIMITED BY SIZE INTO SPLT-RPT-RECORD;            03550001
035600        WRITE SPLT-RPT-RECORD;                                    03560001
035700        CLOSE SPLT-RPT-FILE;                                      03570001
035800        DISPLAY PGMNAME, ' SPLTCTL UNUSABLE - RC=8';              03580001
035900        MOVE ERROR-RC TO RETURN-CODE;                             03590001
036000        GOBACK;                                                   03600001
036100      END-IF.                                                     03610001
036200      PERFORM LOAD-SF-PROTECT-TABLE.                              03620001
036300      PERFORM LOAD-SF-DELETE-TABLE.                               03630001
036400      OPEN INPUT SPLT-IN-FILE.                                    03640001
036500      IF SPLT-IN-STATUS NOT = '00'                                03650001
036600       THEN                                                       03660001
036700        MOVE SPACES TO SPLT-RPT-RECORD;                           03670001
036800        STRING ' SPLTIN NOT ALLOCATED - NOTHING SPLIT'            03680001
036900               DELIMITED BY SIZE INTO SPLT-RPT-RECORD;            03690001
037000        WRITE SPLT-RPT-RECORD;                                    03700001
037100        CLOSE SPLT-RPT-FILE;                                      03710001
037200        DISPLAY PGMNAME, ' SPLTIN NOT ALLOCATED - RC=8';          03720001
037300        MOVE ERROR-RC TO RETURN-CODE;                             03730001
037400        GOBACK;                                                   03740001
037500      END-IF.                                                     03750001
037600      PERFORM SURVEY-INPUT.                                       03760001
037700      CLOSE SPLT-IN-FILE.                                         03770001
037800      PERFORM CHECK-SURVEY.                                       03780001
037900      IF SPLIT-OK                                                 03790001
038000       THEN                                                       03800001
038100        PERFORM OPEN-PARTITIONS;                                  03810001
038200      END-IF.                                                     03820001
038300      IF SPLIT-OK                                                 03830001
038400       THEN                                                       03840001
038500        OPEN INPUT SPLT-IN-FILE;                                  03850001
038600        PERFORM DISTRIBUTE-INPUT;                                 03860001
038700        CLOSE SPLT-IN-FILE;                                       03870001
038800        PERFORM CLOSE-PARTITIONS;                                 03880001
038900        IF EDGE-SF-OVERFLOW > ZERO                                03890001
039000         THEN                                                     03900001
039100          MOVE SPACES TO SPLT-RPT-RECORD;                         03910001
039200          STRING ' MORE THAN 100 SF TYPES IN THE HEADER AND'      03920001
039300                 ' TRAILER - NO MANIFEST WRITTEN'                 03930001
039400                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD;          03940001
039500          WRITE SPLT-RPT-RECORD;                                  03950001
039600          SET SPLIT-REFUSED TO TRUE;                              03960001
039700         ELSE                                                     03970001
039800          PERFORM WRITE-MANIFEST;                                 03980001
039900        END-IF;                                                   03990001
040000      END-IF.                                                     04000001
040100      IF SPLIT-OK                                                 04010001
040200       THEN                                                       04020001
040300        PERFORM WRITE-PARTITION-REPORT;                           04030001
040400       ELSE                                                       04040001
040500        MOVE SPACES TO SPLT-RPT-RECORD;                           04050001
040600        STRING ' FILE NOT SPLIT - DO NOT RUN THE PARTITIONS'      04060001
040700               DELIMITED BY SIZE INTO SPLT-RPT-RECORD;            04070001
040800        WRITE SPLT-RPT-RECORD;                                    04080001
040900        DISPLAY PGMNAME, ' FILE NOT SPLIT - RC=8';                04090001
041000        MOVE ERROR-RC TO RETURN-CODE;                             04100001
041100      END-IF.                                                     04110001
041200      CLOSE SPLT-RPT-FILE.                                        04120001
041300      GOBACK.                                                     04130001
041400      EJECT                                                       04140001
041500* loads the optional control file.  a missing file keeps the      04150001
041600* defaults; a defective record is an error, since a partition     04160001
041700* count or mode nobody meant is not a safe guess.                 04170001
041800  LOAD-SPLIT-CONTROLS.                                            04180001
041900      OPEN INPUT SPLTCTL-FILE.                                    04190001
042000      IF SPLTCTL-STATUS = '00'                                    04200001
042100       THEN                                                       04210001
042200        PERFORM UNTIL SPLTCTL-STATUS NOT = '00'                   04220001
042300          READ SPLTCTL-FILE                                       04230001
042400            AT END                                                04240001
042500              MOVE '10' TO SPLTCTL-STATUS                         04250001
042600            NOT AT END                                            04260001
042700              ADD 1 TO CTL-ROW-COUNT;                             04270001
042800              PERFORM LOAD-ONE-CONTROL-ROW                        04280001
042900          END-READ;                                               04290001
043000        END-PERFORM;                                              04300001
043100        CLOSE SPLTCTL-FILE;                                       04310001
043200      END-IF.                                                     04320001
043300      MOVE PART-COUNT TO PART-ASKED.                              04330001
043400      SKIP1                                                       04340001
043500* a record that is entirely blank is padding and skipped, as in   04350001
043600* the sibling control-file loaders.                               04360001
043700  LOAD-ONE-CONTROL-ROW.                                           04370001
043800      MOVE CTL-ROW-COUNT TO RECNO-DISP.                           04380001
043900      EVALUATE TRUE                                               04390001
044000        WHEN SPLTCTL-RECORD = SPACES                              04400001
044100          OR SPLTCTL-RECORD = LOW-VALUES                          04410001
044200          CONTINUE                                                04420001
044300        WHEN SCT-PART-COUNT                                       04430001
044400          IF SCT-PARTS IS NOT NUMERIC                             04440001
044500             OR SCT-PARTS < 1                                     04450001
044600             OR SCT-PARTS > 8                                     04460001
044700           THEN                                                   04470001
044800            MOVE SPACES TO SPLT-RPT-RECORD                        04480001
044900            STRING ' SPLTCTL ROW ' RECNO-DISP                     04490001
045000                   ' - PARTITIONS ''' SCT-PARTS-CHR               04500001
045100                   ''' ARE NOT 01 THROUGH 08'                     04510001
045200                   DELIMITED BY SIZE INTO SPLT-RPT-RECORD         04520001
045300            PERFORM WRITE-CONTROL-DEFECT                          04530001
045400           ELSE                                                   04540001
045500            MOVE SCT-PARTS TO PART-COUNT                          04550001
045600          END-IF                                                  04560001
045700        WHEN SCT-CONV-MODE                                        04570001
045800          MOVE SCT-MODE TO CONV-MODE                              04580001
045900          IF NOT CONV-MODE-VALID                                  04590001
046000           THEN                                                   04600001
046100            MOVE SPACES TO SPLT-RPT-RECORD                        04610001
046200            STRING ' SPLTCTL ROW ' RECNO-DISP                     04620001
046300                   ' - MODE ''' SCT-MODE ''' IS NOT B, E, OR A'   04630001
046400                   DELIMITED BY SIZE INTO SPLT-RPT-RECORD         04640001
046500            PERFORM WRITE-CONTROL-DEFECT                          04650001
046600          END-IF                                                  04660001
046700        WHEN OTHER                                                04670001
046800          MOVE SPACES TO SPLT-RPT-RECORD                          04680001
046900          STRING ' SPLTCTL ROW ' RECNO-DISP                       04690001
047000                 ' - TYPE ''' SCT-REC-TYPE ''' IS NOT N OR M'     04700001
047100                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           04710001
047200          PERFORM WRITE-CONTROL-DEFECT                            04720001
047300      END-EVALUATE.                                               04730001
047400      SKIP1                                                       04740001
047500  WRITE-CONTROL-DEFECT.                                           04750001
047600      ADD 1 TO ERROR-COUNT.                                       04760001
047700      WRITE SPLT-RPT-RECORD.                                      04770001
047800      SKIP1                                                       04780001
047900* the begin/end registrations: SFTYPCTL when allocated, else the  04790001
048000* compiled-in STRFLDS table - exactly ACIFIBDT's choice.          04800001
048100  LOAD-SF-PROTECT-TABLE.                                          04810001
048200      MOVE ZERO TO SF-PROTECT-COUNT.                              04820001
048300      OPEN INPUT SFTYPE-FILE.                                     04830001
048400      IF SFTYPE-FILE-STATUS = '00'                                04840001
048500       THEN                                                       04850001
048600        PERFORM UNTIL SFTYPE-FILE-STATUS NOT = '00'               04860001
048700                OR SF-PROTECT-COUNT = 50                          04870001
048800          READ SFTYPE-FILE                                        04880001
048900            AT END                                                04890001
049000              MOVE '10' TO SFTYPE-FILE-STATUS                     04900001
049100            NOT AT END                                            04910001
049200              ADD 1 TO SF-PROTECT-COUNT;                          04920001
049300              MOVE SFCTL-TYPE                                     04930001
049400                        TO SF-PROTECT-TYPE (SF-PROTECT-COUNT);    04940001
049500              MOVE SFCTL-CATEGORY                                 04950001
049600                        TO SF-PROTECT-CATEGORY (SF-PROTECT-COUNT);04960001
049700              MOVE SFCTL-NAME                                     04970001
049800                        TO SF-PROTECT-NAME (SF-PROTECT-COUNT);    04980001
049900              MOVE SFCTL-PAGE-FLAG                                04990001
050000                        TO SF-PROTECT-PAGE-FLAG (SF-PROTECT-COUNT)05000001
050100          END-READ;                                               05010001
050200        END-PERFORM;                                              05020001
050300        CLOSE SFTYPE-FILE;                                        05030001
050400       ELSE                                                       05040001
050500        PERFORM VARYING SF-NOP-DFLT-IDX FROM 1 BY 1               05050001
050600                UNTIL SF-NOP-DFLT-IDX > 6                         05060001
050700          ADD 1 TO SF-PROTECT-COUNT;                              05070001
050800          MOVE SF-NOP-DFLT-TYPE (SF-NOP-DFLT-IDX)                 05080001
050900                    TO SF-PROTECT-TYPE (SF-PROTECT-COUNT);        05090001
051000          MOVE SF-NOP-DFLT-CATEGORY (SF-NOP-DFLT-IDX)             05100001
051100                    TO SF-PROTECT-CATEGORY (SF-PROTECT-COUNT);    05110001
051200          MOVE SF-NOP-DFLT-NAME (SF-NOP-DFLT-IDX)                 05120001
051300                    TO SF-PROTECT-NAME (SF-PROTECT-COUNT);        05130001
051400          MOVE SF-NOP-DFLT-PAGE-FLAG (SF-NOP-DFLT-IDX)            05140001
051500                    TO SF-PROTECT-PAGE-FLAG (SF-PROTECT-COUNT);   05150001
051600        END-PERFORM;                                              05160001
051700      END-IF.                                                     05170001
051800      SKIP1                                                       05180001
051900* the operator's deletions: a deleted record is neither a group   05190001
052000* boundary nor a page opening to ACIFIBDT.                        05200001
052100  LOAD-SF-DELETE-TABLE.                                           05210001
052200      MOVE ZERO TO SF-DELETE-COUNT.                               05220001
052300      OPEN INPUT SFDEL-FILE.                                      05230001
052400      IF SFDEL-FILE-STATUS = '00'                                 05240001
052500       THEN                                                       05250001
052600        PERFORM UNTIL SFDEL-FILE-STATUS NOT = '00'                05260001
052700                OR SF-DELETE-COUNT = 50                           05270001
052800          READ SFDEL-FILE                                         05280001
052900            AT END                                                05290001
053000              MOVE '10' TO SFDEL-FILE-STATUS                      05300001
053100            NOT AT END                                            05310001
053200              ADD 1 TO SF-DELETE-COUNT;                           05320001
053300              MOVE SFDCTL-TYPE                                    05330001
053400                        TO SF-DELETE-TYPE (SF-DELETE-COUNT);      05340001
053500              MOVE SFDCTL-MINLEN                                  05350001
053600                        TO SF-DELETE-MINLEN (SF-DELETE-COUNT);    05360001
053700              MOVE SFDCTL-MAXLEN                                  05370001
053800                        TO SF-DELETE-MAXLEN (SF-DELETE-COUNT)     05380001
053900          END-READ;                                               05390001
054000        END-PERFORM;                                              05400001
054100        CLOSE SFDEL-FILE;                                         05410001
054200      END-IF.                                                     05420001
054300      EJECT                                                       05430001
054400* the first read finds the first BNG and the last ENG - the body  05440001
054500* that is shared out - and counts the groups.  a page opened      05450001
054600* ahead of the first BNG is remembered; whether one is opened     05460001
054700* after the last ENG is only known at the end, so the last page   05470001
054800* opening of all is remembered too.                               05480001
054900  SURVEY-INPUT.                                                   05490001
055000      SET IN-NOT-EOF TO TRUE.                                     05500001
055100      PERFORM UNTIL IN-EOF                                        05510001
055200        READ SPLT-IN-FILE                                         05520001
055300          AT END                                                  05530001
055400            SET IN-EOF TO TRUE                                    05540001
055500          NOT AT END                                              05550001
055600            ADD 1 TO INPUT-COUNT;                                 05560001
055700            PERFORM CLASSIFY-RECORD;                              05570001
055800            PERFORM SURVEY-ONE-RECORD                             05580001
055900        END-READ;                                                 05590001
056000      END-PERFORM.                                                05600001
056100      SKIP1                                                       05610001
056200  SURVEY-ONE-RECORD.                                              05620001
056300      IF REC-IS-BNG                                               05630001
056400       THEN                                                       05640001
056500        ADD 1 TO BNG-COUNT;                                       05650001
056600        MOVE INPUT-COUNT TO LAST-BNG-RECNO;                       05660001
056700        IF FIRST-BNG-RECNO = ZERO                                 05670001
056800         THEN                                                     05680001
056900          MOVE INPUT-COUNT TO FIRST-BNG-RECNO;                    05690001
057000        END-IF;                                                   05700001
057100      END-IF.                                                     05710001
057200      IF REC-IS-ENG                                               05720001
057300       THEN                                                       05730001
057400        ADD 1 TO GROUP-COUNT;                                     05740001
057500        MOVE INPUT-COUNT TO LAST-ENG-RECNO;                       05750001
057600      END-IF.                                                     05760001
057700      IF REC-PAGE-OUTSIDE-DOC                                     05770001
057800       THEN                                                       05780001
057900        MOVE INPUT-COUNT TO LAST-PAGE-RECNO;                      05790001
058000        IF FIRST-BNG-RECNO = ZERO                                 05800001
058100           AND HDR-PAGE-RECNO = ZERO                              05810001
058200         THEN                                                     05820001
058300          MOVE INPUT-COUNT TO HDR-PAGE-RECNO;                     05830001
058400        END-IF;                                                   05840001
058500      END-IF.                                                     05850001
058600      SKIP1                                                       05860001
058700* decides whether the file can be split, and into how many.       05870001
058800  CHECK-SURVEY.                                                   05880001
058900      MOVE INPUT-COUNT TO COUNT-DISP.                             05890001
059000      MOVE GROUP-COUNT TO COUNT2-DISP.                            05900001
059100      MOVE SPACES TO SPLT-RPT-RECORD.                             05910001
059200      STRING ' SPLTIN RECORDS ' COUNT-DISP                        05920001
059300             '  NAMED GROUPS ' COUNT2-DISP                        05930001
059400             '  MODE ' CONV-MODE                                  05940001
059500             DELIMITED BY SIZE INTO SPLT-RPT-RECORD.              05950001
059600      WRITE SPLT-RPT-RECORD.                                      05960001
059700      EVALUATE TRUE                                               05970001
059800        WHEN GROUP-COUNT = ZERO                                   05980001
059900          MOVE SPACES TO SPLT-RPT-RECORD                          05990001
060000          STRING ' NO NAMED GROUP IN SPLTIN - NOTHING TO CUT ON'  06000001
060100                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           06010001
060200          WRITE SPLT-RPT-RECORD                                   06020001
060300          SET SPLIT-REFUSED TO TRUE                               06030001
060400        WHEN BNG-COUNT NOT = GROUP-COUNT                          06040001
060500          OR LAST-BNG-RECNO > LAST-ENG-RECNO                      06050001
060600          MOVE BNG-COUNT TO COUNT-DISP                            06060001
060700          MOVE GROUP-COUNT TO COUNT2-DISP                         06070001
060800          MOVE SPACES TO SPLT-RPT-RECORD                          06080001
060900          STRING ' BNG/ENG DO NOT PAIR - BNG ' COUNT-DISP         06090001
061000                 ' ENG ' COUNT2-DISP                              06100001
061100                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           06110001
061200          WRITE SPLT-RPT-RECORD                                   06120001
061300          SET SPLIT-REFUSED TO TRUE                               06130001
061400        WHEN HDR-PAGE-RECNO > ZERO                                06140001
061500          MOVE HDR-PAGE-RECNO TO COUNT-DISP                       06150001
061600          MOVE SPACES TO SPLT-RPT-RECORD                          06160001
061700          STRING ' PAGE OPENED AHEAD OF THE FIRST BNG AT RECORD ' 06170001
061800                 COUNT-DISP                                       06180001
061900                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           06190001
062000          WRITE SPLT-RPT-RECORD                                   06200001
062100          SET SPLIT-REFUSED TO TRUE                               06210001
062200        WHEN LAST-PAGE-RECNO > LAST-ENG-RECNO                     06220001
062300          MOVE LAST-PAGE-RECNO TO COUNT-DISP                      06230001
062400          MOVE SPACES TO SPLT-RPT-RECORD                          06240001
062500          STRING ' PAGE OPENED AFTER THE LAST ENG AT RECORD '     06250001
062600                 COUNT-DISP                                       06260001
062700                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           06270001
062800          WRITE SPLT-RPT-RECORD                                   06280001
062900          SET SPLIT-REFUSED TO TRUE                               06290001
063000        WHEN OTHER                                                06300001
063100          CONTINUE                                                06310001
063200      END-EVALUATE.                                               06320001
063300      IF SPLIT-OK                                                 06330001
063400       THEN                                                       06340001
063500        COMPUTE HDR-COUNT = FIRST-BNG-RECNO - 1;                  06350001
063600        COMPUTE TRL-COUNT = INPUT-COUNT - LAST-ENG-RECNO;         06360001
063700        COMPUTE BODY-COUNT = LAST-ENG-RECNO - FIRST-BNG-RECNO + 1;06370001
063800        IF GROUP-COUNT < PART-COUNT                               06380001
063900         THEN                                                     06390001
064000          MOVE GROUP-COUNT TO PART-COUNT;                         06400001
064100          MOVE PART-ASKED TO COUNT-DISP;                          06410001
064200          MOVE PART-COUNT TO COUNT2-DISP;                         06420001
064300          MOVE SPACES TO SPLT-RPT-RECORD;                         06430001
064400          STRING ' PARTITIONS ASKED ' COUNT-DISP                  06440001
064500                 '  ONE PER GROUP ' COUNT2-DISP                   06450001
064600                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD;          06460001
064700          WRITE SPLT-RPT-RECORD;                                  06470001
064800        END-IF;                                                   06480001
064900      END-IF.                                                     06490001
065000      SKIP1                                                       06500001
065100* every partition is open from the start: each takes the header   06510001
065200* as it goes by, and the trailer at the end.                      06520001
065300  OPEN-PARTITIONS.                                                06530001
065400      PERFORM VARYING OUT-PART FROM 1 BY 1                        06540001
065500              UNTIL OUT-PART > PART-COUNT                         06550001
065600                 OR SPLIT-REFUSED                                 06560001
065700        EVALUATE OUT-PART                                         06570001
065800          WHEN 1 OPEN OUTPUT SPLIT01-FILE                         06580001
065900          WHEN 2 OPEN OUTPUT SPLIT02-FILE                         06590001
066000          WHEN 3 OPEN OUTPUT SPLIT03-FILE                         06600001
066100          WHEN 4 OPEN OUTPUT SPLIT04-FILE                         06610001
066200          WHEN 5 OPEN OUTPUT SPLIT05-FILE                         06620001
066300          WHEN 6 OPEN OUTPUT SPLIT06-FILE                         06630001
066400          WHEN 7 OPEN OUTPUT SPLIT07-FILE                         06640001
066500          WHEN 8 OPEN OUTPUT SPLIT08-FILE                         06650001
066600        END-EVALUATE                                              06660001
066700        IF SPLIT-STATUS NOT = '00'                                06670001
066800         THEN                                                     06680001
066900          MOVE OUT-PART TO PART-DISP                              06690001
067000          MOVE SPACES TO SPLT-RPT-RECORD                          06700001
067100          STRING ' SPLIT' PART-DISP ' OPEN FAILED - STATUS '      06710001
067200                 SPLIT-STATUS                                     06720001
067300                 DELIMITED BY SIZE INTO SPLT-RPT-RECORD           06730001
067400          WRITE SPLT-RPT-RECORD                                   06740001
067500          SET SPLIT-REFUSED TO TRUE                               06750001
067600          PERFORM CLOSE-OPENED-PARTITIONS                         06760001
067700        END-IF                                                    06770001
067800      END-PERFORM.                                                06780001
067900      SKIP1                                                       06790001
068000* the partitions below the one that failed to open, or all of     06800001
068100* them at the end.                                                06810001
068200  CLOSE-OPENED-PARTITIONS.                                        06820001
068300      PERFORM VARYING CLOSE-PART FROM 1 BY 1                      06830001
068400              UNTIL CLOSE-PART >= OUT-PART                        06840001
068500        EVALUATE CLOSE-PART                                       06850001
068600          WHEN 1 CLOSE SPLIT01-FILE                               06860001
068700          WHEN 2 CLOSE SPLIT02-FILE                               06870001
068800          WHEN 3 CLOSE SPLIT03-FILE                               06880001
068900          WHEN 4 CLOSE SPLIT04-FILE                               06890001
069000          WHEN 5 CLOSE SPLIT05-FILE                               06900001
069100          WHEN 6 CLOSE SPLIT06-FILE                               06910001
069200          WHEN 7 CLOSE SPLIT07-FILE                               06920001
069300          WHEN 8 CLOSE SPLIT08-FILE                               06930001
069400        END-EVALUATE                                              06940001
069500      END-PERFORM.                                                06950001
069600      SKIP1                                                       06960001
069700  CLOSE-PARTITIONS.                                               06970001
069800      MOVE PART-COUNT TO OUT-PART.                                06980001
069900      ADD 1 TO OUT-PART.                                          06990001
070000      PERFORM CLOSE-OPENED-PARTITIONS.                            07000001
070100      EJECT                                                       07010001
070200* the second read writes the file out.  the header goes to every  07020001
070300* partition, the body to the partition it falls in, the trailer   07030001
070400* to every partition.                                             07040001
070500  DISTRIBUTE-INPUT.                                               07050001
070600      MOVE ZERO TO RECNO GROUPS-DONE.                             07060001
070700      MOVE 1 TO CUR-PART.                                         07070001
070800      PERFORM VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 8     07080001
070900        MOVE ZERO TO PRT-FIRST-RECNO (PART-IDX)                   07090001
071000                     PRT-BODY-RECORDS (PART-IDX)                  07100001
071100                     PRT-GROUPS (PART-IDX)                        07110001
071150                     PRT-PAGES (PART-IDX)                         07115001
071200      END-PERFORM.                                                07120001
071300      MOVE FIRST-BNG-RECNO TO PRT-FIRST-RECNO (1).                07130001
071400      SET IN-NOT-EOF TO TRUE.                                     07140001
071500      PERFORM UNTIL IN-EOF                                        07150001
071600        READ SPLT-IN-FILE                                         07160001
071700          AT END                                                  07170001
071800            SET IN-EOF TO TRUE                                    07180001
071900          NOT AT END                                              07190001
072000            ADD 1 TO RECNO;                                       07200001
072100            PERFORM CLASSIFY-RECORD;                              07210001
072200            PERFORM DISTRIBUTE-ONE-RECORD                         07220001
072300        END-READ;                                                 07230001
072400      END-PERFORM.                                                07240001
072500      SKIP1                                                       07250001
072600  DISTRIBUTE-ONE-RECORD.                                          07260001
072700      EVALUATE TRUE                                               07270001
072800        WHEN RECNO < FIRST-BNG-RECNO                              07280001
072900          MOVE 'H' TO EDGE-SECTION                                07290001
073000          PERFORM TALLY-EDGE-RECORD                               07300001
073100          PERFORM WRITE-TO-EVERY-PARTITION                        07310001
073200        WHEN RECNO > LAST-ENG-RECNO                               07320001
073300          MOVE 'T' TO EDGE-SECTION                                07330001
073400          PERFORM TALLY-EDGE-RECORD                               07340001
073500          PERFORM WRITE-TO-EVERY-PARTITION                        07350001
073600        WHEN OTHER                                                07360001
073700          MOVE CUR-PART TO OUT-PART                               07370001
073800          PERFORM WRITE-TO-PARTITION                              07380001
073900          ADD 1 TO PRT-BODY-RECORDS (CUR-PART)                    07390001
073920          IF REC-OPENS-PAGE                                       07392001
073940           THEN                                                   07394001
073960            ADD 1 TO PRT-PAGES (CUR-PART)                         07396001
073980          END-IF                                                  07398001
074000          IF REC-IS-ENG                                           07400001
074100           THEN                                                   07410001
074200            ADD 1 TO PRT-GROUPS (CUR-PART)                        07420001
074300            ADD 1 TO GROUPS-DONE                                  07430001
074400            PERFORM DECIDE-PARTITION-CUT                          07440001
074500          END-IF                                                  07450001
074600      END-EVALUATE.                                               07460001
074700      SKIP1                                                       07470001
074800* a partition ends after the ENG that carries it past its share   07480001
074900* of the body, as long as every partition after it can still      07490001
075000* have a group; once the groups left only just go round, each     07500001
075100* takes one.                                                      07510001
075200  DECIDE-PARTITION-CUT.                                           07520001
075300      IF CUR-PART < PART-COUNT                                    07530001
075400       THEN                                                       07540001
075500        COMPUTE GROUPS-LEFT = GROUP-COUNT - GROUPS-DONE;          07550001
075600        COMPUTE PARTS-LEFT = PART-COUNT - CUR-PART;               07560001
075700        COMPUTE CUT-TARGET = FIRST-BNG-RECNO - 1                  07570001
075800                + (BODY-COUNT * CUR-PART) / PART-COUNT;           07580001
075900        IF GROUPS-LEFT NOT < PARTS-LEFT                           07590001
076000           AND (RECNO NOT < CUT-TARGET                            07600001
076100                OR GROUPS-LEFT = PARTS-LEFT)                      07610001
076200         THEN                                                     07620001
076300          ADD 1 TO CUR-PART;                                      07630001
076400          COMPUTE PRT-FIRST-RECNO (CUR-PART) = RECNO + 1;         07640001
076500        END-IF;                                                   07650001
076600      END-IF.                                                     07660001
076700      SKIP1                                                       07670001
076800* header and trailer pages and deletions are counted the way      07680001
076900* each partition's ACIFIBDT run will count them, and the          07690001
077000* structured field types the way its composition profile will.    07700001
077100  TALLY-EDGE-RECORD.                                              07710001
077200      IF REC-OPENS-PAGE                                           07720001
077300       THEN                                                       07730001
077400        IF EDGE-SECTION = 'H'                                     07740001
077500         THEN                                                     07750001
077600          ADD 1 TO HDR-PAGES;                                     07760001
077700         ELSE                                                     07770001
077800          ADD 1 TO TRL-PAGES;                                     07780001
077900        END-IF;                                                   07790001
078000      END-IF.                                                     07800001
078100      IF SF-DELETE-FOUND                                          07810001
078200       THEN                                                       07820001
078300        IF EDGE-SECTION = 'H'                                     07830001
078400         THEN                                                     07840001
078500          ADD 1 TO HDR-DELETES;                                   07850001
078600         ELSE                                                     07860001
078700          ADD 1 TO TRL-DELETES;                                   07870001
078800        END-IF;                                                   07880001
078900      END-IF.                                                     07890001
079000      IF SIN-CC = X'5A'                                           07900001
079100       THEN                                                       07910001
079200        PERFORM TALLY-EDGE-SF-TYPE;                               07920001
079300      END-IF.                                                     07930001
079400      SKIP1                                                       07940001
079500  TALLY-EDGE-SF-TYPE.                                             07950001
079600      SET EDGE-SF-IDX TO 1.                                       07960001
079700      IF EDGE-SF-COUNT > ZERO                                     07970001
079800       THEN                                                       07980001
079900        SEARCH EDGE-SF-ENTRY                                      07990001
080000          AT END                                                  08000001
080100            SET EDGE-SF-IDX TO 0                                  08010001
080200          WHEN ESF-SECTION (EDGE-SF-IDX) = EDGE-SECTION           08020001
080300           AND ESF-TYPE (EDGE-SF-IDX) = SIN-SF-TYPE               08030001
080400            CONTINUE                                              08040001
080500        END-SEARCH;                                               08050001
080600       ELSE                                                       08060001
080700        SET EDGE-SF-IDX TO 0;                                     08070001
080800      END-IF.                                                     08080001
080900      IF EDGE-SF-IDX = 0                                          08090001
081000       THEN                                                       08100001
081100        IF EDGE-SF-COUNT = 100                                    08110001
081200         THEN                                                     08120001
081300          ADD 1 TO EDGE-SF-OVERFLOW;                              08130001
081400         ELSE                                                     08140001
081500          ADD 1 TO EDGE-SF-COUNT;                                 08150001
081600          SET EDGE-SF-IDX TO EDGE-SF-COUNT;                       08160001
081700          MOVE EDGE-SECTION TO ESF-SECTION (EDGE-SF-IDX);         08170001
081800          MOVE SIN-SF-TYPE TO ESF-TYPE (EDGE-SF-IDX);             08180001
081900          MOVE ZERO TO ESF-COUNT (EDGE-SF-IDX)                    08190001
082000                       ESF-TOTAL-LEN (EDGE-SF-IDX);               08200001
082100        END-IF;                                                   08210001
082200      END-IF.                                                     08220001
082300      IF EDGE-SF-IDX > 0                                          08230001
082400       THEN                                                       08240001
082500        ADD 1 TO ESF-COUNT (EDGE-SF-IDX);                         08250001
082600        ADD SPLT-IN-LEN TO ESF-TOTAL-LEN (EDGE-SF-IDX);           08260001
082700      END-IF.                                                     08270001
082800      SKIP1                                                       08280001
082900  WRITE-TO-EVERY-PARTITION.                                       08290001
083000      PERFORM VARYING OUT-PART FROM 1 BY 1                        08300001
083100              UNTIL OUT-PART > PART-COUNT                         08310001
083200        PERFORM WRITE-TO-PARTITION                                08320001
083300      END-PERFORM.                                                08330001
083400      SKIP1                                                       08340001
083500  WRITE-TO-PARTITION.                                             08350001
083600      MOVE SPLT-IN-LEN TO SPLIT-OUT-LEN.                          08360001
083700      EVALUATE OUT-PART                                           08370001
083800        WHEN 1 WRITE SPLIT01-RECORD FROM SPLT-IN-RECORD           08380001
083900        WHEN 2 WRITE SPLIT02-RECORD FROM SPLT-IN-RECORD           08390001
084000        WHEN 3 WRITE SPLIT03-RECORD FROM SPLT-IN-RECORD           08400001
084100        WHEN 4 WRITE SPLIT04-RECORD FROM SPLT-IN-RECORD           08410001
084200        WHEN 5 WRITE SPLIT05-RECORD FROM SPLT-IN-RECORD           08420001
084300        WHEN 6 WRITE SPLIT06-RECORD FROM SPLT-IN-RECORD           08430001
084400        WHEN 7 WRITE SPLIT07-RECORD FROM SPLT-IN-RECORD           08440001
084500        WHEN 8 WRITE SPLIT08-RECORD FROM SPLT-IN-RECORD           08450001
084600      END-EVALUATE.                                               08460001
084700      EJECT                                                       08470001
084800* what ACIFIBDT would make of the current record: a deletion, a   08480001
084900* named-group boundary, a counted page opening.  a page opening   08490001
085000* that is not the document's own (BDT) is one that belongs        08500001
085100* inside a named group.                                           08510001
085200  CLASSIFY-RECORD.                                                08520001
085300      SET SF-TYPE-NOTFOUND TO TRUE.                               08530001
085400      SET SF-DELETE-NOTFOUND TO TRUE.                             08540001
085500      SET REC-IS-OTHER TO TRUE.                                   08550001
085600      SET REC-OPENS-NO-PAGE TO TRUE.                              08560001
085700      SET REC-NOT-A-PAGE TO TRUE.                                 08570001
085800      IF SIN-CC = X'5A'                                           08580001
085900         AND SPLT-IN-LEN NOT < 6                                  08590001
086000       THEN                                                       08600001
086100        PERFORM CHECK-SF-DELETE-MATCH;                            08610001
086200        IF SF-DELETE-NOTFOUND                                     08620001
086300         THEN                                                     08630001
086400          PERFORM CHECK-SF-TYPE-MATCH;                            08640001
086500        END-IF;                                                   08650001
086600      END-IF.                                                     08660001
086700      IF SF-TYPE-FOUND                                            08670001
086800       THEN                                                       08680001
086900        IF SF-MATCHED-NAME = 'BNG'                                08690001
087000         THEN                                                     08700001
087100          SET REC-IS-BNG TO TRUE;                                 08710001
087200        END-IF;                                                   08720001
087300        IF SF-MATCHED-NAME = 'ENG'                                08730001
087400         THEN                                                     08740001
087500          SET REC-IS-ENG TO TRUE;                                 08750001
087600        END-IF;                                                   08760001
087700        IF SF-MATCHED-BEGIN                                       08770001
087800           AND SF-MATCHED-PAGE-OPENING                            08780001
087900         THEN                                                     08790001
088000          IF CONV-MODE-BEGINS                                     08800001
088100           THEN                                                   08810001
088200            SET REC-OPENS-PAGE TO TRUE;                           08820001
088300          END-IF;                                                 08830001
088400          IF NOT SF-MATCHED-DOC-LEVEL                             08840001
088500           THEN                                                   08850001
088600            SET REC-PAGE-OUTSIDE-DOC TO TRUE;                     08860001
088700          END-IF;                                                 08870001
088800        END-IF;                                                   08880001
088900      END-IF.                                                     08890001
089000      SKIP1                                                       08900001
089100  CHECK-SF-TYPE-MATCH.                                            08910001
089200      IF SF-PROTECT-COUNT > ZERO                                  08920001
089300       THEN                                                       08930001
089400        SET SF-PROTECT-IDX TO 1;                                  08940001
089500        SEARCH SF-PROTECT-ENTRY                                   08950001
089600          AT END                                                  08960001
089700            SET SF-TYPE-NOTFOUND TO TRUE                          08970001
089800          WHEN SF-PROTECT-TYPE (SF-PROTECT-IDX) = SIN-SF-TYPE     08980001
089900            SET SF-TYPE-FOUND TO TRUE                             08990001
090000            MOVE SF-PROTECT-CATEGORY (SF-PROTECT-IDX)             09000001
090100                  TO SF-MATCHED-CATEGORY                          09010001
090200            MOVE SF-PROTECT-NAME (SF-PROTECT-IDX)                 09020001
090300                  TO SF-MATCHED-NAME                              09030001
090400            MOVE SF-PROTECT-PAGE-FLAG (SF-PROTECT-IDX)            09040001
090500                  TO SF-MATCHED-PAGE-FLAG                         09050001
090600        END-SEARCH;                                               09060001
090700      END-IF.                                                     09070001
090800      SKIP1                                                       09080001
090900  CHECK-SF-DELETE-MATCH.                                          09090001
091000      IF SF-DELETE-COUNT > ZERO                                   09100001
091100       THEN                                                       09110001
091200        SET SF-DELETE-IDX TO 1;                                   09120001
091300        SEARCH SF-DELETE-ENTRY                                    09130001
091400          AT END                                                  09140001
091500            SET SF-DELETE-NOTFOUND TO TRUE                        09150001
091600          WHEN SF-DELETE-TYPE (SF-DELETE-IDX) = SIN-SF-TYPE       09160001
091700             AND ((SF-DELETE-MINLEN (SF-DELETE-IDX) = ZERO        09170001
091800                   AND SF-DELETE-MAXLEN (SF-DELETE-IDX) = ZERO)   09180001
091900                  OR (SPLT-IN-LEN NOT < SF-DELETE-MINLEN          09190001
092000                                        (SF-DELETE-IDX)           09200001
092100                  AND SPLT-IN-LEN NOT > SF-DELETE-MAXLEN          09210001
092200                                        (SF-DELETE-IDX)))         09220001
092300            SET SF-DELETE-FOUND TO TRUE                           09230001
092400        END-SEARCH;                                               09240001
092500      END-IF.                                                     09250001
092600      EJECT                                                       09260001
092700* the manifest: the file, each partition, then each structured    09270001
092800* field type the header and trailer copies carry.                 09280001
092900  WRITE-MANIFEST.                                                 09290001
093000      OPEN OUTPUT SPLTMAN-FILE.                                   09300001
093100      IF SPLTMAN-STATUS NOT = '00'                                09310001
093200       THEN                                                       09320001
093300        MOVE SPACES TO SPLT-RPT-RECORD;                           09330001
093400        STRING ' SPLTMAN OPEN FAILED - STATUS ' SPLTMAN-STATUS    09340001
093500               DELIMITED BY SIZE INTO SPLT-RPT-RECORD;            09350001
093600        WRITE SPLT-RPT-RECORD;                                    09360001
093700        SET SPLIT-REFUSED TO TRUE;                                09370001
093800       ELSE                                                       09380001
093900        MOVE SPACES TO PART-MANIFEST-RECORD;                      09390001
094000        SET PMN-RUN-ROW TO TRUE;                                  09400001
094100        MOVE PART-COUNT  TO PMN-PART-COUNT;                       09410001
094200        MOVE INPUT-COUNT TO PMN-INPUT-COUNT;                      09420001
094300        MOVE GROUP-COUNT TO PMN-GROUP-COUNT;                      09430001
094400        MOVE HDR-COUNT   TO PMN-HDR-COUNT;                        09440001
094500        MOVE TRL-COUNT   TO PMN-TRL-COUNT;                        09450001
094600        MOVE HDR-PAGES   TO PMN-HDR-PAGES;                        09460001
094700        MOVE TRL-PAGES   TO PMN-TRL-PAGES;                        09470001
094800        MOVE HDR-DELETES TO PMN-HDR-DELETES;                      09480001
094900        MOVE TRL-DELETES TO PMN-TRL-DELETES;                      09490001
095000        MOVE CONV-MODE   TO PMN-CONV-MODE;                        09500001
095100        ACCEPT PMN-SPLIT-DATE FROM DATE YYYYMMDD;                 09510001
095200        ACCEPT PMN-SPLIT-TIME FROM TIME;                          09520001
095300        WRITE PART-MANIFEST-RECORD;                               09530001
095350        MOVE ZERO TO GROUP-BASE PAGE-BASE;                        09535001
095400        PERFORM VARYING PART-IDX FROM 1 BY 1                      09540001
095500                UNTIL PART-IDX > PART-COUNT                       09550001
095600          MOVE SPACES TO PART-MANIFEST-RECORD                     09560001
095700          SET PMN-PART-ROW TO TRUE                                09570001
095800          SET PMN-PART-NO TO PART-IDX                             09580001
095900          MOVE PRT-FIRST-RECNO (PART-IDX) TO PMN-FIRST-RECNO      09590001
096000          COMPUTE PMN-PART-RECORDS = HDR-COUNT + TRL-COUNT        09600001
096100                  + PRT-BODY-RECORDS (PART-IDX)                   09610001
096200          MOVE PRT-BODY-RECORDS (PART-IDX) TO PMN-BODY-RECORDS    09620001
096300          MOVE PRT-GROUPS (PART-IDX) TO PMN-PART-GROUPS           09630001
096320          MOVE GROUP-BASE TO PMN-GROUP-BASE                       09632001
096340          MOVE PAGE-BASE TO PMN-PAGE-BASE                         09634001
096360          ADD PRT-GROUPS (PART-IDX) TO GROUP-BASE                 09636001
096380          ADD PRT-PAGES (PART-IDX) TO PAGE-BASE                   09638001
096400          WRITE PART-MANIFEST-RECORD                              09640001
096450          PERFORM WRITE-PARTITION-SEED                            09645001
096500        END-PERFORM;                                              09650001
096600        PERFORM VARYING EDGE-SF-IDX FROM 1 BY 1                   09660001
096700                UNTIL EDGE-SF-IDX > EDGE-SF-COUNT                 09670001
096800          MOVE SPACES TO PART-MANIFEST-RECORD                     09680001
096900          SET PMN-SF-ROW TO TRUE                                  09690001
097000          MOVE ESF-SECTION (EDGE-SF-IDX) TO PMN-SF-SECTION        09700001
097100          MOVE ESF-TYPE (EDGE-SF-IDX) TO PMN-SF-TYPE              09710001
097200          MOVE ESF-COUNT (EDGE-SF-IDX) TO PMN-SF-COUNT            09720001
097300          MOVE ESF-TOTAL-LEN (EDGE-SF-IDX) TO PMN-SF-TOTAL-LEN    09730001
097400          WRITE PART-MANIFEST-RECORD                              09740001
097500        END-PERFORM;                                              09750001
097600        CLOSE SPLTMAN-FILE;                                       09760001
097700      END-IF.                                                     09770001
097800      SKIP1                                                       09780001
097802* the partition's own row again, alone in its seed dataset for    09780201
097804* its ACIFIBDT step.  a seed that cannot be written would leave   09780401
097806* that step numbering its separators from one, so the split is    09780601
097808* refused just as for a partition that could not be opened.       09780801
097810  WRITE-PARTITION-SEED.                                           09781001
097812      SET OUT-PART TO PART-IDX.                                   09781201
097814      EVALUATE OUT-PART                                           09781401
097816        WHEN 1 OPEN OUTPUT PSEED01-FILE                           09781601
097818        WHEN 2 OPEN OUTPUT PSEED02-FILE                           09781801
097820        WHEN 3 OPEN OUTPUT PSEED03-FILE                           09782001
097822        WHEN 4 OPEN OUTPUT PSEED04-FILE                           09782201
097824        WHEN 5 OPEN OUTPUT PSEED05-FILE                           09782401
097826        WHEN 6 OPEN OUTPUT PSEED06-FILE                           09782601
097828        WHEN 7 OPEN OUTPUT PSEED07-FILE                           09782801
097830        WHEN 8 OPEN OUTPUT PSEED08-FILE                           09783001
097832      END-EVALUATE.                                               09783201
097834      IF SEED-STATUS NOT = '00'                                   09783401
097836       THEN                                                       09783601
097838        MOVE OUT-PART TO PART-DISP;                               09783801
097840        MOVE SPACES TO SPLT-RPT-RECORD;                           09784001
097842        STRING ' PSEED' PART-DISP ' OPEN FAILED - STATUS '        09784201
097844               SEED-STATUS                                        09784401
097846               DELIMITED BY SIZE INTO SPLT-RPT-RECORD;            09784601
097848        WRITE SPLT-RPT-RECORD;                                    09784801
097850        SET SPLIT-REFUSED TO TRUE;                                09785001
097852       ELSE                                                       09785201
097854        EVALUATE OUT-PART                                         09785401
097856          WHEN 1 WRITE PSEED01-RECORD FROM PART-MANIFEST-RECORD   09785601
097858                 CLOSE PSEED01-FILE                               09785801
097860          WHEN 2 WRITE PSEED02-RECORD FROM PART-MANIFEST-RECORD   09786001
097862                 CLOSE PSEED02-FILE                               09786201
097864          WHEN 3 WRITE PSEED03-RECORD FROM PART-MANIFEST-RECORD   09786401
097866                 CLOSE PSEED03-FILE                               09786601
097868          WHEN 4 WRITE PSEED04-RECORD FROM PART-MANIFEST-RECORD   09786801
097870                 CLOSE PSEED04-FILE                               09787001
097872          WHEN 5 WRITE PSEED05-RECORD FROM PART-MANIFEST-RECORD   09787201
097874                 CLOSE PSEED05-FILE                               09787401
097876          WHEN 6 WRITE PSEED06-RECORD FROM PART-MANIFEST-RECORD   09787601
097878                 CLOSE PSEED06-FILE                               09787801
097880          WHEN 7 WRITE PSEED07-RECORD FROM PART-MANIFEST-RECORD   09788001
097882                 CLOSE PSEED07-FILE                               09788201
097884          WHEN 8 WRITE PSEED08-RECORD FROM PART-MANIFEST-RECORD   09788401
097886                 CLOSE PSEED08-FILE                               09788601
097888        END-EVALUATE;                                             09788801
097890      END-IF.                                                     09789001
097892      SKIP1                                                       09789201
097900  WRITE-PARTITION-REPORT.                                         09790001
098000      MOVE HDR-COUNT TO COUNT-DISP.                               09800001
098100      MOVE TRL-COUNT TO COUNT2-DISP.                              09810001
098200      MOVE SPACES TO SPLT-RPT-RECORD.                             09820001
098300      STRING ' HEADER RECORDS ' COUNT-DISP                        09830001
098400             '  TRAILER RECORDS ' COUNT2-DISP                     09840001
098500             DELIMITED BY SIZE INTO SPLT-RPT-RECORD.              09850001
098600      WRITE SPLT-RPT-RECORD.                                      09860001
098700      MOVE SPACES TO SPLT-RPT-RECORD.                             09870001
098800      STRING ' PART  FIRST RECORD      RECORDS       GROUPS'      09880001
098900             DELIMITED BY SIZE INTO SPLT-RPT-RECORD.              09890001
099000      WRITE SPLT-RPT-RECORD.                                      09900001
099100      PERFORM VARYING PART-IDX FROM 1 BY 1                        09910001
099200              UNTIL PART-IDX > PART-COUNT                         09920001
099300        SET PART-DISP TO PART-IDX                                 09930001
099400        MOVE PRT-FIRST-RECNO (PART-IDX) TO COUNT-DISP             09940001
099500        COMPUTE COUNT2-DISP = HDR-COUNT + TRL-COUNT               09950001
099600                + PRT-BODY-RECORDS (PART-IDX)                     09960001
099700        MOVE PRT-GROUPS (PART-IDX) TO COUNT3-DISP                 09970001
099800        MOVE SPACES TO SPLT-RPT-RECORD                            09980001
099900        STRING '   ' PART-DISP ' ' COUNT-DISP '  ' COUNT2-DISP    09990001
100000               '  ' COUNT3-DISP                                   10000001
100100               DELIMITED BY SIZE INTO SPLT-RPT-RECORD             10010001
100200        WRITE SPLT-RPT-RECORD                                     10020001
100300      END-PERFORM.                                                10030001
100400      MOVE PART-COUNT TO PART-DISP.                               10040001
100500      MOVE SPACES TO SPLT-RPT-RECORD.                             10050001
100600      STRING ' FILE SPLIT INTO ' PART-DISP ' PARTITIONS'          10060001
100700             DELIMITED BY SIZE INTO SPLT-RPT-RECORD.              10070001
100800      WRITE SPLT-RPT-RECORD.                                      10080001
100900      DISPLAY PGMNAME, ' FILE SPLIT INTO ', PART-DISP,            10090001
101000              ' PARTITIONS'.                                      10100001
101100  END PROGRAM ACIFSPLT.                                           10110001
