000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020043
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFMRCN.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This reconciles a run against the composition     00070001
000800                manifest before the print is released.  The       00080001
000900                control totals only prove the counts fell in a    00090001
001000                range; this proves every statement the composition00100001
001100                step produced (ddname MANIFEST, laid out by       00110001
001200                MANIFEST: customer key, group name, pages) either 00120001
001300                printed once with the pages and customer it was   00130001
001400                composed with, or was legitimately kept off the   00140001
001500                printer.  It reads the run's GRPINDEX (ddname     00150001
001600                GRPINDEX) for what printed and its TLE extract    00160001
001700                (ddname TLEIXIN) for the customer key each printed00170001
001800                group carried; groups ACIFIBDT suppressed (ddname 00180001
001900                SUPRLOG), diverted to e-delivery (ddname EDELIDX),00190001
002000                or dropped as duplicates (ddname DUPGRPS) are     00200001
002100                accounted for from those logs.                    00210001
002200                                                                  00220001
002300                Every input is expected in ascending group-name   00230001
002400                order - the sort step ahead of this one sorts each00240001
002500                on its group name (MANIFEST columns 66-73,        00250001
002600                GRPINDEX, SUPRLOG, EDELIDX, and DUPGRPS columns   00260001
002700                1-8, TLEIXIN columns 113-120, the TLE extract with00270001
002800                EQUALS so a group's records keep their stream     00280001
002900                order) - and the files are matched in one pass.  A00290001
003000                record out of order is listed and fails the run.  00300001
003100                                                                  00310001
003200                One proof-of-delivery record (ddname DLVPROOF,    00320001
003300                laid out by DLVPROOF) is written per statement    00330001
003400                expected and per group produced unexpectedly,     00340001
003500                saying where it went and whether it reconciled; a 00350001
003600                report (ddname MRCNRPT) lists every statement that00360001
003700                did not simply print and totals each outcome.     00370001
003800                                                                  00380001
003900                An optional control file (ddname MRCNCTL) is typed00390001
004000                in column 1:                                      00400001
004100                  K - the TLE attribute name carrying the customer00410001
004200                      key, columns 3-34 (default ACCOUNT)         00420001
004300                                                                  00430001
004400                Return code 8 holds the print release: a statement00440001
004500                missing, printed unexpectedly or more than once, a00450001
004600                page count or customer key that disagrees, an     00460001
004700                e-delivery document that never closed, a manifest 00470001
004800                row listed twice or defective, an input out of    00480001
004900                order or carrying another run identifier, or a    00490001
005000                defective control record.  A printed statement    00500001
005100                whose customer key the TLE extract does not carry,00510001
005200                or a group diverted or suppressed without being   00520001
005300                expected, sets return code 4.                     00530001
005308                                                                  00530843
005316                When ddname MASKCTL is allocated and names the    00531643
005324                customer-key attribute as sensitive, the report   00532443
005332                shows the key masked (ACIFMASK), and a TLE        00533243
005340                extract that was itself masked (TLEINDEX rather   00534043
005348                than TLECLEAR) is accepted when its key equals    00534843
005356                the masked manifest key; the clear extract gives  00535643
005364                the stronger proof for last-four masking.  The    00536443
005372                proof-of-delivery records keep the key clear.  A  00537243
005380                defective MASKCTL reconciles nothing, return      00538043
005388                code 8.                                           00538843
005400  DATE-WRITTEN. 15 Oct 2026.                                      00540001
005500  DATE-COMPILED.                                                  00550001
005600  SECURITY. IBM SAMPLE CODE ONLY.                                 00560001
005700  TITLE 'ACIF Composition Manifest Reconciliation'.               00570001
005800  ENVIRONMENT DIVISION.                                           00580001
005900  CONFIGURATION SECTION.                                          00590001
006000  SOURCE-COMPUTER. IBM-370.                                       00600001
006100  OBJECT-COMPUTER. IBM-370.                                       00610001
006200  INPUT-OUTPUT SECTION.                                           00620001
006300  FILE-CONTROL.                                                   00630001
006400      SELECT MANIFEST-FILE ASSIGN TO MANIFEST                     00640001
006500          ORGANIZATION IS SEQUENTIAL                              00650001
006600          ACCESS MODE IS SEQUENTIAL                               00660001
006700          FILE STATUS IS MANIFEST-STATUS.                         00670001
006800      SELECT GRPINDEX-FILE ASSIGN TO GRPINDEX                     00680001
006900          ORGANIZATION IS SEQUENTIAL                              00690001
007000          ACCESS MODE IS SEQUENTIAL                               00700001
007100          FILE STATUS IS GRPINDEX-STATUS.                         00710001
007200      SELECT TLEIX-IN-FILE ASSIGN TO TLEIXIN                      00720001
007300          ORGANIZATION IS SEQUENTIAL                              00730001
007400          ACCESS MODE IS SEQUENTIAL                               00740001
007500          FILE STATUS IS TLEIX-IN-STATUS.                         00750001
007600      SELECT SUPRLOG-FILE ASSIGN TO SUPRLOG                       00760001
007700          ORGANIZATION IS SEQUENTIAL                              00770001
007800          ACCESS MODE IS SEQUENTIAL                               00780001
007900          FILE STATUS IS SUPRLOG-STATUS.                          00790001
008000      SELECT EDELIDX-FILE ASSIGN TO EDELIDX                       00800001
008100          ORGANIZATION IS SEQUENTIAL                              00810001
008200          ACCESS MODE IS SEQUENTIAL                               00820001
008300          FILE STATUS IS EDELIDX-STATUS.                          00830001
008400      SELECT DUPGRP-FILE ASSIGN TO DUPGRPS                        00840001
008500          ORGANIZATION IS SEQUENTIAL                              00850001
008600          ACCESS MODE IS SEQUENTIAL                               00860001
008700          FILE STATUS IS DUPGRP-STATUS.                           00870001
008800      SELECT MRCNCTL-FILE ASSIGN TO MRCNCTL                       00880001
008900          ORGANIZATION IS SEQUENTIAL                              00890001
009000          ACCESS MODE IS SEQUENTIAL                               00900001
009100          FILE STATUS IS MRCNCTL-STATUS.                          00910001
009200      SELECT DLVPROOF-FILE ASSIGN TO DLVPROOF                     00920001
009300          ORGANIZATION IS SEQUENTIAL                              00930001
009400          ACCESS MODE IS SEQUENTIAL                               00940001
009500          FILE STATUS IS DLVPROOF-STATUS.                         00950001
009600      SELECT MRCN-RPT-FILE ASSIGN TO MRCNRPT                      00960001
009700          ORGANIZATION IS SEQUENTIAL                              00970001
009800          ACCESS MODE IS SEQUENTIAL                               00980001
009900          FILE STATUS IS MRCN-RPT-STATUS.                         00990001
010000      EJECT                                                       01000001
010100  DATA DIVISION.                                                  01010001
010200  FILE SECTION.                                                   01020001
010300  FD  MANIFEST-FILE                                               01030001
010400      RECORDING MODE F.                                           01040001
010500      COPY MANIFEST.                                              01050001
010600  FD  GRPINDEX-FILE                                               01060001
010700      RECORDING MODE F.                                           01070001
010800      COPY GRPINDEX.                                              01080001
010900  FD  TLEIX-IN-FILE                                               01090001
011000      RECORDING MODE F.                                           01100001
011100      COPY TLEINDEX.                                              01110001
011200  FD  SUPRLOG-FILE                                                01120001
011300      RECORDING MODE F.                                           01130001
011400      COPY SUPRLOG.                                               01140043
013100  FD  EDELIDX-FILE                                                01310001
013200      RECORDING MODE F.                                           01320001
013300      COPY EDELIDX.                                               01330001
013400  FD  DUPGRP-FILE                                                 01340001
013500      RECORDING MODE F.                                           01350001
013600      COPY DUPGRPS.                                               01360043
015300  FD  MRCNCTL-FILE                                                01530001
015400      RECORDING MODE F.                                           01540001
015500  01  MRCNCTL-RECORD.                                             01550001
015600      05  MCT-REC-TYPE        PIC X.                              01560001
015700          88  MCT-KEY-ATTR        VALUE 'K'.                      01570001
015800      05  FILLER              PIC X.                              01580001
015900      05  MCT-DATA            PIC X(78).                          01590001
016000      05  MCT-KEY-DATA        REDEFINES MCT-DATA.                 01600001
016100          10  MCT-CUST-ATTR   PIC X(32).                          01610001
016200          10  FILLER          PIC X(46).                          01620001
016300  FD  DLVPROOF-FILE                                               01630001
016400      RECORDING MODE F.                                           01640001
016500      COPY DLVPROOF.                                              01650001
016600  FD  MRCN-RPT-FILE                                               01660001
016700      RECORDING MODE F.                                           01670001
016800  01  MRCN-RPT-RECORD         PIC X(80).                          01680001
016900  WORKING-STORAGE SECTION.                                        01690001
017000  77  PGMNAME                 PIC X(8) VALUE 'ACIFMRCN'.          01700001
017100  77  MANIFEST-STATUS         PIC XX VALUE SPACES.                01710001
017200  77  GRPINDEX-STATUS         PIC XX VALUE SPACES.                01720001
017300  77  TLEIX-IN-STATUS         PIC XX VALUE SPACES.                01730001
017400  77  SUPRLOG-STATUS          PIC XX VALUE SPACES.                01740001
017500  77  EDELIDX-STATUS          PIC XX VALUE SPACES.                01750001
017600  77  DUPGRP-STATUS           PIC XX VALUE SPACES.                01760001
017700  77  MRCNCTL-STATUS          PIC XX VALUE SPACES.                01770001
017800  77  DLVPROOF-STATUS         PIC XX VALUE SPACES.                01780001
017900  77  MRCN-RPT-STATUS         PIC XX VALUE SPACES.                01790001
018000  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            01800001
018100  77  WARNING-RC              PIC 9(4) BINARY VALUE 4.            01810001
018200  77  TLE-OPEN-FLAG           PIC X VALUE 'N'.                    01820001
018300      88  TLE-FILE-OPEN           VALUE 'Y'.                      01830001
018400  77  SUPR-OPEN-FLAG          PIC X VALUE 'N'.                    01840001
018500      88  SUPR-FILE-OPEN          VALUE 'Y'.                      01850001
018600  77  EDEL-OPEN-FLAG          PIC X VALUE 'N'.                    01860001
018700      88  EDEL-FILE-OPEN          VALUE 'Y'.                      01870001
018800  77  DUPG-OPEN-FLAG          PIC X VALUE 'N'.                    01880001
018900      88  DUPG-FILE-OPEN          VALUE 'Y'.                      01890001
019000  77  ROW-TAKEN-FLAG          PIC X VALUE 'N'.                    01900001
019100      88  ROW-TAKEN               VALUE 'Y'.                      01910001
019200      88  ROW-NOT-TAKEN           VALUE 'N'.                      01920001
019300  77  RELEASE-FLAG            PIC X VALUE 'Y'.                    01930001
019400      88  RELEASE-OK              VALUE 'Y'.                      01940001
019500      88  RELEASE-HELD            VALUE 'N'.                      01950001
019520  77  MASKCTL-MODE-FLAG       PIC X VALUE 'N'.                    01952043
019540      88  MASKCTL-MODE            VALUE 'Y'.                      01954043
019560  77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.          01956043
019600  01  MRCN-COUNTERS.                                              01960001
019700      05  MAN-READ-COUNT      PIC 9(8) BINARY VALUE ZERO.         01970001
019800      05  GRX-READ-COUNT      PIC 9(8) BINARY VALUE ZERO.         01980001
019900      05  TLE-READ-COUNT      PIC 9(8) BINARY VALUE ZERO.         01990001
020000      05  SUPR-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         02000001
020100      05  EDEL-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         02010001
020200      05  DUPG-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         02020001
020300      05  EXPECTED-COUNT      PIC 9(8) BINARY VALUE ZERO.         02030001
020400      05  PROOF-COUNT         PIC 9(8) BINARY VALUE ZERO.         02040001
020500      05  PRINTED-OK-COUNT    PIC 9(8) BINARY VALUE ZERO.         02050001
020600      05  DIVERTED-OK-COUNT   PIC 9(8) BINARY VALUE ZERO.         02060001
020700      05  SUPPRESSED-OK-COUNT PIC 9(8) BINARY VALUE ZERO.         02070001
020800      05  DUP-DROPPED-COUNT   PIC 9(8) BINARY VALUE ZERO.         02080001
020900      05  MISSING-COUNT       PIC 9(8) BINARY VALUE ZERO.         02090001
021000      05  UNEXPECTED-COUNT    PIC 9(8) BINARY VALUE ZERO.         02100001
021100      05  UNEXPECTED-NP-COUNT PIC 9(8) BINARY VALUE ZERO.         02110001
021200      05  PAGE-MISMATCH-COUNT PIC 9(8) BINARY VALUE ZERO.         02120001
021300      05  KEY-MISMATCH-COUNT  PIC 9(8) BINARY VALUE ZERO.         02130001
021400      05  KEY-UNVERIFIED-COUNT PIC 9(8) BINARY VALUE ZERO.        02140001
021500      05  MULTI-PRINT-COUNT   PIC 9(8) BINARY VALUE ZERO.         02150001
021600      05  MANIFEST-DUP-COUNT  PIC 9(8) BINARY VALUE ZERO.         02160001
021700      05  DIVERT-OPEN-COUNT   PIC 9(8) BINARY VALUE ZERO.         02170001
021800      05  OTHER-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         02180001
021900      05  SEQUENCE-ERROR-COUNT PIC 9(8) BINARY VALUE ZERO.        02190001
022000      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         02200001
022100      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         02210001
022200  01  MRCN-CONTROLS.                                              02220001
022300      05  CUST-ATTR-NAME      PIC X(32) VALUE 'ACCOUNT'.          02230001
022400* the group name each input stands at.  an input at its end, or   02240001
022500* never allocated, stands at high values so it never holds the    02250001
022600* match back; the previous key of each catches a file the sort    02260001
022700* step missed.                                                    02270001
022800  01  MERGE-KEYS.                                                 02280001
022900      05  LOW-KEY             PIC X(8) VALUE SPACES.              02290001
023000      05  MAN-KEY             PIC X(8) VALUE HIGH-VALUES.         02300001
023100      05  PRT-KEY             PIC X(8) VALUE HIGH-VALUES.         02310001
023200      05  SUP-KEY             PIC X(8) VALUE HIGH-VALUES.         02320001
023300      05  EDL-KEY             PIC X(8) VALUE HIGH-VALUES.         02330001
023400      05  DUP-KEY             PIC X(8) VALUE HIGH-VALUES.         02340001
023500      05  TLE-KEY             PIC X(8) VALUE HIGH-VALUES.         02350001
023600      05  MAN-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02360001
023700      05  PRT-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02370001
023800      05  SUP-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02380001
023900      05  EDL-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02390001
024000      05  DUP-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02400001
024100      05  TLE-PREV-KEY        PIC X(8) VALUE LOW-VALUES.          02410001
024200* everything the inputs said about the one group name being       02420001
024300* reconciled.  the first record of each kind is the one kept.     02430001
024400  01  GROUP-WORK.                                                 02440001
024500      05  GRP-MAN-COUNT       PIC 9(4) BINARY VALUE ZERO.         02450001
024600      05  GRP-PRINT-COUNT     PIC 9(4) BINARY VALUE ZERO.         02460001
024700      05  GRP-DIVERT-COUNT    PIC 9(4) BINARY VALUE ZERO.         02470001
024800      05  GRP-SUPR-COUNT      PIC 9(4) BINARY VALUE ZERO.         02480001
024900      05  GRP-DUP-COUNT       PIC 9(4) BINARY VALUE ZERO.         02490001
025000      05  GRP-CUST-KEY        PIC X(64) VALUE SPACES.             02500001
025100      05  GRP-EXPECTED-PAGES  PIC 9(8) VALUE ZERO.                02510001
025200      05  GRP-PRINT-PAGES     PIC 9(8) VALUE ZERO.                02520001
025300      05  GRP-PRINT-STREAM    PIC 9(8) VALUE ZERO.                02530001
025400      05  GRP-DIVERT-PAGES    PIC 9(8) VALUE ZERO.                02540001
025500      05  GRP-DIVERT-STREAM   PIC 9(8) VALUE ZERO.                02550001
025600      05  GRP-DIVERT-CLOSE    PIC X VALUE SPACE.                  02560001
025700      05  GRP-SUPR-PAGES      PIC 9(8) VALUE ZERO.                02570001
025800      05  GRP-SUPR-STREAM     PIC 9(8) VALUE ZERO.                02580001
025900      05  GRP-TLE-KEY         PIC X(64) VALUE SPACES.             02590001
026000      05  GRP-TLE-FLAG        PIC X VALUE 'N'.                    02600001
026100          88  TLE-KEY-NONE        VALUE 'N'.                      02610001
026200          88  TLE-KEY-FOUND       VALUE 'F'.                      02620001
026300          88  TLE-KEY-CONFLICT    VALUE 'C'.                      02630001
026400      05  GRP-DISPOSITION     PIC X VALUE SPACE.                  02640001
026500          88  GRP-PRINTED         VALUE 'P'.                      02650001
026600          88  GRP-DIVERTED        VALUE 'E'.                      02660001
026700          88  GRP-SUPPRESSED      VALUE 'S'.                      02670001
026800          88  GRP-NOT-PRODUCED    VALUE 'N'.                      02680001
026900      05  GRP-RESULT          PIC XX VALUE SPACES.                02690001
027000          88  GRP-RECONCILED      VALUE 'OK'.                     02700001
027100          88  GRP-MISSING         VALUE 'MS'.                     02710001
027200          88  GRP-UNEXPECTED      VALUE 'UX'.                     02720001
027300          88  GRP-UNEXPECTED-NP   VALUE 'UN'.                     02730001
027400          88  GRP-PAGE-MISMATCH   VALUE 'PG'.                     02740001
027500          88  GRP-KEY-MISMATCH    VALUE 'KY'.                     02750001
027600          88  GRP-KEY-UNVERIFIED  VALUE 'KU'.                     02760001
027700          88  GRP-MULTI-PRINT     VALUE 'MP'.                     02770001
027800          88  GRP-MANIFEST-DUP    VALUE 'MD'.                     02780001
027900          88  GRP-DIVERT-UNCLOSED VALUE 'DU'.                     02790001
028000      05  GRP-SHOW-KEY        PIC X(64) VALUE SPACES.             02800001
028030* the manifest key as a masked TLE extract would carry it.        02803043
028060      05  GRP-MASKED-KEY      PIC X(64) VALUE SPACES.             02806043
028100      05  GRP-ACTUAL-PAGES    PIC 9(8) VALUE ZERO.                02810001
028200      05  GRP-STREAM-PAGE     PIC 9(8) VALUE ZERO.                02820001
028300      05  RESULT-TEXT         PIC X(22) VALUE SPACES.             02830001
028400* the run every input must belong to, fixed by the first record   02840001
028500* read (GRPINDEX is read first).                                  02850001
028600  01  RUN-CHECK-DATA.                                             02860001
028700      05  EXPECTED-RUN-ID.                                        02870001
028800          10  EXP-RID-JOBNAME PIC X(8).                           02880001
028900          10  EXP-RID-APPL-ID PIC X(8).                           02890001
029000          10  EXP-RID-DATE    PIC 9(8).                           02900001
029100          10  EXP-RID-TIME    PIC 9(8).                           02910001
029200      05  CHECK-RUN-ID        PIC X(32) VALUE SPACES.             02920001
029300      05  CHECK-DDNAME        PIC X(8) VALUE SPACES.              02930001
029400      05  CHECK-RECNO         PIC 9(8) BINARY VALUE ZERO.         02940001
029500      05  EXPECTED-RUN-FLAG   PIC X VALUE 'N'.                    02950001
029600          88  EXPECTED-RUN-SET    VALUE 'Y'.                      02960001
029700      05  OTHER-RUN-FLAG      PIC X VALUE 'N'.                    02970001
029800          88  OTHER-RUN-REPORTED  VALUE 'Y'.                      02980001
029900  01  MRCN-DISPLAY-FIELDS.                                        02990001
030000      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    03000001
030100      05  RECNO-DISP          PIC ZZZZ9.                          03010001
030200      05  EXP-PAGES-DISP      PIC ZZZZZ9.                         03020001
030300      05  ACT-PAGES-DISP      PIC ZZZZZ9.                         03030001
030330* parameters for the shared value masking routine.                03033043
030360      COPY MASKPARM.                                              03036043
030400  TITLE 'Initialization and Main Line'.                           03040001
030500  PROCEDURE DIVISION.                                             03050001
030600  MAIN-LINE.                                                      03060001
030700      OPEN OUTPUT MRCN-RPT-FILE.                                  03070001
030800      MOVE SPACES TO MRCN-RPT-RECORD.                             03080001
030900      STRING PGMNAME ' - COMPOSITION MANIFEST RECONCILIATION'     03090001
031000             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              03100001
031100      WRITE MRCN-RPT-RECORD.                                      03110001
031200      PERFORM LOAD-RECONCILE-CONTROLS.                            03120001
031300      IF ERROR-COUNT > ZERO                                       03130001
031400       THEN                                                       03140001
031500        MOVE SPACES TO MRCN-RPT-RECORD;                           03150001
031600        STRING ' MRCNCTL UNUSABLE - NOTHING RECONCILED'           03160001
031700               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            03170001
031800        WRITE MRCN-RPT-RECORD;                                    03180001
031900        CLOSE MRCN-RPT-FILE;                                      03190001
032000        DISPLAY PGMNAME, ' MRCNCTL UNUSABLE - RC=8';              03200001
032100        MOVE ERROR-RC TO RETURN-CODE;                             03210001
032200        GOBACK;                                                   03220001
032300      END-IF.                                                     03230001
032307      PERFORM LOAD-MASK-LIST.                                     03230743
032314      IF MSK-DEFECTIVE                                            03231443
032321       THEN                                                       03232143
032328        MOVE SPACES TO MRCN-RPT-RECORD;                           03232843
032335        STRING ' MASKCTL UNUSABLE - NOTHING RECONCILED'           03233543
032342               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            03234243
032349        WRITE MRCN-RPT-RECORD;                                    03234943
032356        CLOSE MRCN-RPT-FILE;                                      03235643
032363        DISPLAY PGMNAME, ' MASKCTL UNUSABLE - RC=8';              03236343
032370        MOVE ERROR-RC TO RETURN-CODE;                             03237043
032377        GOBACK;                                                   03237743
032384      END-IF.                                                     03238443
032400      OPEN INPUT MANIFEST-FILE GRPINDEX-FILE.                     03240001
032500      IF MANIFEST-STATUS NOT = '00'                               03250001
032600         OR GRPINDEX-STATUS NOT = '00'                            03260001
032700       THEN                                                       03270001
032800        MOVE SPACES TO MRCN-RPT-RECORD;                           03280001
032900        STRING ' MANIFEST OR GRPINDEX NOT ALLOCATED - NOTHING'    03290001
033000               ' RECONCILED'                                      03300001
033100               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            03310001
033200        WRITE MRCN-RPT-RECORD;                                    03320001
033300        CLOSE MANIFEST-FILE GRPINDEX-FILE MRCN-RPT-FILE;          03330001
033400        DISPLAY PGMNAME, ' MANIFEST OR GRPINDEX NOT ALLOCATED',   03340001
033500                ' - RC=8';                                        03350001
033600        MOVE ERROR-RC TO RETURN-CODE;                             03360001
033700        GOBACK;                                                   03370001
033800      END-IF.                                                     03380001
033900      OPEN OUTPUT DLVPROOF-FILE.                                  03390001
034000      IF DLVPROOF-STATUS NOT = '00'                               03400001
034100       THEN                                                       03410001
034200        CLOSE MANIFEST-FILE GRPINDEX-FILE MRCN-RPT-FILE;          03420001
034300        DISPLAY PGMNAME, ' DLVPROOF OPEN FAILED - RC=8';          03430001
034400        MOVE ERROR-RC TO RETURN-CODE;                             03440001
034500        GOBACK;                                                   03450001
034600      END-IF.                                                     03460001
034700      PERFORM READ-GRPINDEX.                                      03470001
034800      PERFORM OPEN-ACCOUNTING-LOGS.                               03480001
034900      PERFORM READ-MANIFEST.                                      03490001
035000      MOVE SPACES TO MRCN-RPT-RECORD.                             03500001
035100      STRING ' RUN ID ' EXP-RID-JOBNAME ' ' EXP-RID-APPL-ID       03510001
035200             ' ' EXP-RID-DATE ' ' EXP-RID-TIME                    03520001
035300             '  CUSTOMER KEY ' CUST-ATTR-NAME                     03530001
035400             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              03540001
035500      WRITE MRCN-RPT-RECORD.                                      03550001
035600      MOVE SPACES TO MRCN-RPT-RECORD.                             03560001
035700      STRING ' GROUP    OUTCOME                EXPECT  ACTUAL'    03570001
035800             '  CUSTOMER KEY'                                     03580001
035900             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              03590001
036000      WRITE MRCN-RPT-RECORD.                                      03600001
036100      PERFORM FIND-LOW-KEY.                                       03610001
036200      PERFORM UNTIL LOW-KEY = HIGH-VALUES                         03620001
036300        PERFORM RECONCILE-ONE-GROUP                               03630001
036400        PERFORM FIND-LOW-KEY                                      03640001
036500      END-PERFORM.                                                03650001
036600      CLOSE MANIFEST-FILE GRPINDEX-FILE DLVPROOF-FILE.            03660001
036700      IF TLE-FILE-OPEN                                            03670001
036800       THEN                                                       03680001
036900        CLOSE TLEIX-IN-FILE;                                      03690001
037000      END-IF.                                                     03700001
037100      IF SUPR-FILE-OPEN                                           03710001
037200       THEN                                                       03720001
037300        CLOSE SUPRLOG-FILE;                                       03730001
037400      END-IF.                                                     03740001
037500      IF EDEL-FILE-OPEN                                           03750001
037600       THEN                                                       03760001
037700        CLOSE EDELIDX-FILE;                                       03770001
037800      END-IF.                                                     03780001
037900      IF DUPG-FILE-OPEN                                           03790001
038000       THEN                                                       03800001
038100        CLOSE DUPGRP-FILE;                                        03810001
038200      END-IF.                                                     03820001
038300      PERFORM WRITE-REPORT-SUMMARY.                               03830001
038400      CLOSE MRCN-RPT-FILE.                                        03840001
038500      IF RELEASE-HELD                                             03850001
038600       THEN                                                       03860001
038700        DISPLAY PGMNAME, ' RUN DOES NOT RECONCILE TO MANIFEST',   03870001
038800                ' - PRINT RELEASE HELD - RC=8';                   03880001
038900        MOVE ERROR-RC TO RETURN-CODE;                             03890001
039000       ELSE                                                       03900001
039100        IF KEY-UNVERIFIED-COUNT > ZERO                            03910001
039200           OR UNEXPECTED-NP-COUNT > ZERO                          03920001
039300         THEN                                                     03930001
039400          MOVE WARNING-RC TO RETURN-CODE;                         03940001
039500        END-IF;                                                   03950001
039600      END-IF.                                                     03960001
039700      GOBACK.                                                     03970001
039800      EJECT                                                       03980001
039900* loads the optional control file.  a missing file keeps the      03990001
040000* default customer-key attribute; a defective record is an error, 04000001
040100* since a wrong attribute name would fail every statement's key.  04010001
040200  LOAD-RECONCILE-CONTROLS.                                        04020001
040300      OPEN INPUT MRCNCTL-FILE.                                    04030001
040400      IF MRCNCTL-STATUS = '00'                                    04040001
040500       THEN                                                       04050001
040600        PERFORM UNTIL MRCNCTL-STATUS NOT = '00'                   04060001
040700          READ MRCNCTL-FILE                                       04070001
040800            AT END                                                04080001
040900              MOVE '10' TO MRCNCTL-STATUS                         04090001
041000            NOT AT END                                            04100001
041100              ADD 1 TO CTL-ROW-COUNT;                             04110001
041200              PERFORM LOAD-ONE-CONTROL-ROW                        04120001
041300          END-READ;                                               04130001
041400        END-PERFORM;                                              04140001
041500        CLOSE MRCNCTL-FILE;                                       04150001
041600      END-IF.                                                     04160001
041700      SKIP1                                                       04170001
041800* a record that is entirely blank is padding and skipped, as in   04180001
041900* the sibling control-file loaders.                               04190001
042000  LOAD-ONE-CONTROL-ROW.                                           04200001
042100      MOVE CTL-ROW-COUNT TO RECNO-DISP.                           04210001
042200      EVALUATE TRUE                                               04220001
042300        WHEN MRCNCTL-RECORD = SPACES                              04230001
042400          OR MRCNCTL-RECORD = LOW-VALUES                          04240001
042500          CONTINUE                                                04250001
042600        WHEN MCT-KEY-ATTR                                         04260001
042700          IF MCT-CUST-ATTR = SPACES                               04270001
042800           THEN                                                   04280001
042900            MOVE SPACES TO MRCN-RPT-RECORD                        04290001
043000            STRING ' MRCNCTL ROW ' RECNO-DISP                     04300001
043100                   ' - CUSTOMER KEY ATTRIBUTE IS BLANK'           04310001
043200                   DELIMITED BY SIZE INTO MRCN-RPT-RECORD         04320001
043300            PERFORM WRITE-CONTROL-DEFECT                          04330001
043400           ELSE                                                   04340001
043500            MOVE MCT-CUST-ATTR TO CUST-ATTR-NAME                  04350001
043600          END-IF                                                  04360001
043700        WHEN OTHER                                                04370001
043800          MOVE SPACES TO MRCN-RPT-RECORD                          04380001
043900          STRING ' MRCNCTL ROW ' RECNO-DISP                       04390001
044000                 ' - TYPE ''' MCT-REC-TYPE ''' IS NOT K'          04400001
044100                 DELIMITED BY SIZE INTO MRCN-RPT-RECORD           04410001
044200          PERFORM WRITE-CONTROL-DEFECT                            04420001
044300      END-EVALUATE.                                               04430001
044400      SKIP1                                                       04440001
044500  WRITE-CONTROL-DEFECT.                                           04450001
044600      ADD 1 TO ERROR-COUNT.                                       04460001
044700      WRITE MRCN-RPT-RECORD.                                      04470001
044800      SKIP1                                                       04480001
044805* loads the list of sensitive attribute names through the shared  04480543
044810* masking routine.  MASKCTL absent or empty leaves every key      04481043
044815* clear, as before; a defective list (the routine has already     04481543
044820* displayed each defect) is listed here and stops the step.       04482043
044825  LOAD-MASK-LIST.                                                 04482543
044830      SET MSK-LOAD TO TRUE.                                       04483043
044835      CALL MASKPGM USING MASK-PARMS.                              04483543
044840      IF MSK-DEFECTIVE                                            04484043
044845       THEN                                                       04484543
044850        MOVE SPACES TO MRCN-RPT-RECORD;                           04485043
044855        STRING ' ' MSK-ERROR-TEXT                                 04485543
044860               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            04486043
044865        WRITE MRCN-RPT-RECORD;                                    04486543
044870      END-IF.                                                     04487043
044875      IF MSK-LOADED                                               04487543
044880       THEN                                                       04488043
044885        SET MASKCTL-MODE TO TRUE;                                 04488543
044890      END-IF.                                                     04489043
044895      SKIP1                                                       04489543
044900* the TLE extract and the three logs that account for a group     04490001
045000* kept off the printer.  any of them may be left out: a statement 04500001
045100* they would have accounted for then shows missing and holds the  04510001
045200* release, which is the safe way to be wrong.  without the TLE    04520001
045300* extract no customer key can be proven, so every printed         04530001
045400* statement is reported unverified.                               04540001
045500  OPEN-ACCOUNTING-LOGS.                                           04550001
045600      OPEN INPUT TLEIX-IN-FILE.                                   04560001
045700      IF TLEIX-IN-STATUS = '00'                                   04570001
045800       THEN                                                       04580001
045900        SET TLE-FILE-OPEN TO TRUE;                                04590001
046000        PERFORM READ-TLE-RECORD;                                  04600001
046100       ELSE                                                       04610001
046200        MOVE SPACES TO MRCN-RPT-RECORD;                           04620001
046300        STRING ' TLEIXIN NOT ALLOCATED - NO CUSTOMER KEY PROVEN'  04630001
046400               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            04640001
046500        WRITE MRCN-RPT-RECORD;                                    04650001
046600      END-IF.                                                     04660001
046700      OPEN INPUT SUPRLOG-FILE.                                    04670001
046800      IF SUPRLOG-STATUS = '00'                                    04680001
046900       THEN                                                       04690001
047000        SET SUPR-FILE-OPEN TO TRUE;                               04700001
047100        PERFORM READ-SUPRLOG;                                     04710001
047200       ELSE                                                       04720001
047300        MOVE SPACES TO MRCN-RPT-RECORD;                           04730001
047400        STRING ' SUPRLOG NOT ALLOCATED - NO SUPPRESSION ACCOUNTED'04740001
047500               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            04750001
047600        WRITE MRCN-RPT-RECORD;                                    04760001
047700      END-IF.                                                     04770001
047800      OPEN INPUT EDELIDX-FILE.                                    04780001
047900      IF EDELIDX-STATUS = '00'                                    04790001
048000       THEN                                                       04800001
048100        SET EDEL-FILE-OPEN TO TRUE;                               04810001
048200        PERFORM READ-EDELIDX;                                     04820001
048300       ELSE                                                       04830001
048400        MOVE SPACES TO MRCN-RPT-RECORD;                           04840001
048500        STRING ' EDELIDX NOT ALLOCATED - NO E-DELIVERY ACCOUNTED' 04850001
048600               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            04860001
048700        WRITE MRCN-RPT-RECORD;                                    04870001
048800      END-IF.                                                     04880001
048900      OPEN INPUT DUPGRP-FILE.                                     04890001
049000      IF DUPGRP-STATUS = '00'                                     04900001
049100       THEN                                                       04910001
049200        SET DUPG-FILE-OPEN TO TRUE;                               04920001
049300        PERFORM READ-DUPGRPS;                                     04930001
049400       ELSE                                                       04940001
049500        MOVE SPACES TO MRCN-RPT-RECORD;                           04950001
049600        STRING ' DUPGRPS NOT ALLOCATED - NO DUPLICATE ACCOUNTED'  04960001
049700               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            04970001
049800        WRITE MRCN-RPT-RECORD;                                    04980001
049900      END-IF.                                                     04990001
050000      EJECT                                                       05000001
050100* the lowest group name any input stands at is the next one to    05010001
050200* reconcile.                                                      05020001
050300  FIND-LOW-KEY.                                                   05030001
050400      MOVE MAN-KEY TO LOW-KEY.                                    05040001
050500      IF PRT-KEY < LOW-KEY                                        05050001
050600       THEN                                                       05060001
050700        MOVE PRT-KEY TO LOW-KEY;                                  05070001
050800      END-IF.                                                     05080001
050900      IF SUP-KEY < LOW-KEY                                        05090001
051000       THEN                                                       05100001
051100        MOVE SUP-KEY TO LOW-KEY;                                  05110001
051200      END-IF.                                                     05120001
051300      IF EDL-KEY < LOW-KEY                                        05130001
051400       THEN                                                       05140001
051500        MOVE EDL-KEY TO LOW-KEY;                                  05150001
051600      END-IF.                                                     05160001
051700      IF DUP-KEY < LOW-KEY                                        05170001
051800       THEN                                                       05180001
051900        MOVE DUP-KEY TO LOW-KEY;                                  05190001
052000      END-IF.                                                     05200001
052100      SKIP1                                                       05210001
052200* takes every record of every input for one group name, then      05220001
052300* decides and records what became of the statement.               05230001
052400  RECONCILE-ONE-GROUP.                                            05240001
052500      MOVE ZERO TO GRP-MAN-COUNT GRP-PRINT-COUNT GRP-DIVERT-COUNT 05250001
052600                   GRP-SUPR-COUNT GRP-DUP-COUNT                   05260001
052700                   GRP-EXPECTED-PAGES GRP-PRINT-PAGES             05270001
052800                   GRP-PRINT-STREAM GRP-DIVERT-PAGES              05280001
052900                   GRP-DIVERT-STREAM GRP-SUPR-PAGES               05290001
053000                   GRP-SUPR-STREAM.                               05300001
053100      MOVE SPACES TO GRP-CUST-KEY GRP-TLE-KEY GRP-DIVERT-CLOSE.   05310001
053200      SET TLE-KEY-NONE TO TRUE.                                   05320001
053300      PERFORM UNTIL MAN-KEY NOT = LOW-KEY                         05330001
053400        ADD 1 TO GRP-MAN-COUNT                                    05340001
053500        IF GRP-MAN-COUNT = 1                                      05350001
053600         THEN                                                     05360001
053700          MOVE MFX-CUST-KEY   TO GRP-CUST-KEY                     05370001
053800          MOVE MFX-PAGE-COUNT TO GRP-EXPECTED-PAGES               05380001
053900        END-IF                                                    05390001
054000        PERFORM READ-MANIFEST                                     05400001
054100      END-PERFORM.                                                05410001
054200      PERFORM UNTIL PRT-KEY NOT = LOW-KEY                         05420001
054300        ADD 1 TO GRP-PRINT-COUNT                                  05430001
054400        IF GRP-PRINT-COUNT = 1                                    05440001
054500         THEN                                                     05450001
054600          IF GRX-END-PAGE > GRX-BEGIN-PAGE                        05460001
054700           THEN                                                   05470001
054800            COMPUTE GRP-PRINT-PAGES =                             05480001
054900                    GRX-END-PAGE - GRX-BEGIN-PAGE                 05490001
055000           ELSE                                                   05500001
055100            MOVE 1 TO GRP-PRINT-PAGES                             05510001
055200          END-IF                                                  05520001
055300          MOVE GRX-BEGIN-PAGE TO GRP-PRINT-STREAM                 05530001
055400        END-IF                                                    05540001
055500        PERFORM READ-GRPINDEX                                     05550001
055600      END-PERFORM.                                                05560001
055700      PERFORM UNTIL EDL-KEY NOT = LOW-KEY                         05570001
055800        ADD 1 TO GRP-DIVERT-COUNT                                 05580001
055900        IF GRP-DIVERT-COUNT = 1                                   05590001
056000         THEN                                                     05600001
056100          MOVE EDX-PAGE-COUNT  TO GRP-DIVERT-PAGES                05610001
056200          MOVE EDX-STREAM-PAGE TO GRP-DIVERT-STREAM               05620001
056300          MOVE EDX-CLOSE-FLAG  TO GRP-DIVERT-CLOSE                05630001
056400        END-IF                                                    05640001
056500        PERFORM READ-EDELIDX                                      05650001
056600      END-PERFORM.                                                05660001
056700      PERFORM UNTIL SUP-KEY NOT = LOW-KEY                         05670001
056800        ADD 1 TO GRP-SUPR-COUNT                                   05680001
056900        IF GRP-SUPR-COUNT = 1                                     05690001
057000         THEN                                                     05700001
057100          IF SUPL-END-PAGE > SUPL-BEGIN-PAGE                      05710001
057200           THEN                                                   05720001
057300            COMPUTE GRP-SUPR-PAGES =                              05730001
057400                    SUPL-END-PAGE - SUPL-BEGIN-PAGE               05740001
057500           ELSE                                                   05750001
057600            MOVE 1 TO GRP-SUPR-PAGES                              05760001
057700          END-IF                                                  05770001
057800          MOVE SUPL-BEGIN-PAGE TO GRP-SUPR-STREAM                 05780001
057900        END-IF                                                    05790001
058000        PERFORM READ-SUPRLOG                                      05800001
058100      END-PERFORM.                                                05810001
058200      PERFORM UNTIL DUP-KEY NOT = LOW-KEY                         05820001
058300        ADD 1 TO GRP-DUP-COUNT                                    05830001
058400        PERFORM READ-DUPGRPS                                      05840001
058500      END-PERFORM.                                                05850001
058600      PERFORM GATHER-CUSTOMER-KEY.                                05860001
058700      PERFORM CLASSIFY-GROUP.                                     05870001
058800      PERFORM WRITE-PROOF-RECORD.                                 05880001
058900      PERFORM TALLY-GROUP-RESULT.                                 05890001
059000      SKIP1                                                       05900001
059100* the TLE extract stands behind the merge: records of groups no   05910001
059200* other input names (a group that never closed) are passed over,  05920001
059300* and the group's own records are searched for the customer key.  05930001
059400* a group carrying two different keys is as wrong as one carrying 05940001
059500* the wrong key.                                                  05950001
059600  GATHER-CUSTOMER-KEY.                                            05960001
059700      PERFORM UNTIL TLE-KEY NOT < LOW-KEY                         05970001
059800        PERFORM READ-TLE-RECORD                                   05980001
059900      END-PERFORM.                                                05990001
060000      PERFORM UNTIL TLE-KEY NOT = LOW-KEY                         06000001
060100        IF TLX-ATTR-NAME = CUST-ATTR-NAME                         06010001
060200         THEN                                                     06020001
060300          IF TLE-KEY-NONE                                         06030001
060400           THEN                                                   06040001
060500            MOVE TLX-ATTR-VALUE TO GRP-TLE-KEY                    06050001
060600            SET TLE-KEY-FOUND TO TRUE                             06060001
060700           ELSE                                                   06070001
060800            IF TLX-ATTR-VALUE NOT = GRP-TLE-KEY                   06080001
060900             THEN                                                 06090001
061000              SET TLE-KEY-CONFLICT TO TRUE                        06100001
061100            END-IF                                                06110001
061200          END-IF                                                  06120001
061300        END-IF                                                    06130001
061400        PERFORM READ-TLE-RECORD                                   06140001
061500      END-PERFORM.                                                06150001
061600      EJECT                                                       06160001
061700* where the statement went: a print outranks e-delivery, which    06170001
061800* outranks suppression, since ACIFIBDT puts a group in only one of06180001
061900* them and a print is what the customer holds.  then whether that 06190001
062000* reconciles, the most serious failure first.  an expected        06200001
062100* statement that printed or went to e-delivery must carry its     06210001
062200* manifest pages and customer key; one suppressed needs neither.  06220001
062300  CLASSIFY-GROUP.                                                 06230001
062400      EVALUATE TRUE                                               06240001
062500        WHEN GRP-PRINT-COUNT > ZERO                               06250001
062600          SET GRP-PRINTED TO TRUE                                 06260001
062700          MOVE GRP-PRINT-PAGES TO GRP-ACTUAL-PAGES                06270001
062800          MOVE GRP-PRINT-STREAM TO GRP-STREAM-PAGE                06280001
062900        WHEN GRP-DIVERT-COUNT > ZERO                              06290001
063000          SET GRP-DIVERTED TO TRUE                                06300001
063100          MOVE GRP-DIVERT-PAGES TO GRP-ACTUAL-PAGES               06310001
063200          MOVE GRP-DIVERT-STREAM TO GRP-STREAM-PAGE               06320001
063300        WHEN GRP-SUPR-COUNT > ZERO                                06330001
063400          SET GRP-SUPPRESSED TO TRUE                              06340001
063500          MOVE GRP-SUPR-PAGES TO GRP-ACTUAL-PAGES                 06350001
063600          MOVE GRP-SUPR-STREAM TO GRP-STREAM-PAGE                 06360001
063700        WHEN OTHER                                                06370001
063800          SET GRP-NOT-PRODUCED TO TRUE                            06380001
063900          MOVE ZERO TO GRP-ACTUAL-PAGES GRP-STREAM-PAGE           06390001
064000      END-EVALUATE.                                               06400001
064020* the manifest key masked, for an extract that was masked too.    06402043
064040      MOVE GRP-CUST-KEY TO MSK-VALUE.                             06404043
064060      PERFORM MASK-KEY-VALUE.                                     06406043
064080      MOVE MSK-VALUE TO GRP-MASKED-KEY.                           06408043
064100      EVALUATE TRUE                                               06410001
064200        WHEN GRP-MAN-COUNT > 1                                    06420001
064300          SET GRP-MANIFEST-DUP TO TRUE                            06430001
064400        WHEN GRP-PRINT-COUNT > 1                                  06440001
064500          SET GRP-MULTI-PRINT TO TRUE                             06450001
064600        WHEN GRP-MAN-COUNT = ZERO                                 06460001
064700         AND GRP-PRINTED                                          06470001
064800          SET GRP-UNEXPECTED TO TRUE                              06480001
064900        WHEN GRP-MAN-COUNT = ZERO                                 06490001
065000          SET GRP-UNEXPECTED-NP TO TRUE                           06500001
065100        WHEN GRP-NOT-PRODUCED                                     06510001
065200          SET GRP-MISSING TO TRUE                                 06520001
065300        WHEN GRP-SUPPRESSED                                       06530001
065400          SET GRP-RECONCILED TO TRUE                              06540001
065500        WHEN GRP-ACTUAL-PAGES NOT = GRP-EXPECTED-PAGES            06550001
065600          SET GRP-PAGE-MISMATCH TO TRUE                           06560001
065700        WHEN GRP-DIVERTED                                         06570001
065800         AND GRP-DIVERT-CLOSE NOT = 'C'                           06580001
065900          SET GRP-DIVERT-UNCLOSED TO TRUE                         06590001
066000        WHEN TLE-KEY-CONFLICT                                     06600001
066100          SET GRP-KEY-MISMATCH TO TRUE                            06610001
066200        WHEN TLE-KEY-FOUND                                        06620001
066300         AND GRP-TLE-KEY NOT = GRP-CUST-KEY                       06630001
066350         AND GRP-TLE-KEY NOT = GRP-MASKED-KEY                     06635043
066400          SET GRP-KEY-MISMATCH TO TRUE                            06640001
066500        WHEN TLE-KEY-NONE                                         06650001
066600          SET GRP-KEY-UNVERIFIED TO TRUE                          06660001
066700        WHEN OTHER                                                06670001
066800          SET GRP-RECONCILED TO TRUE                              06680001
066900      END-EVALUATE.                                               06690001
067000      SKIP1                                                       06700001
067009* masks MSK-VALUE as a value of the customer-key attribute, when  06700943
067018* MASKCTL names that attribute; otherwise leaves it as it is.     06701843
067027  MASK-KEY-VALUE.                                                 06702743
067036      IF MASKCTL-MODE                                             06703643
067045       THEN                                                       06704543
067054        MOVE CUST-ATTR-NAME TO MSK-ATTR-NAME;                     06705443
067063        SET MSK-APPLY TO TRUE;                                    06706343
067072        CALL MASKPGM USING MASK-PARMS;                            06707243
067081      END-IF.                                                     06708143
067090      SKIP1                                                       06709043
067100* one proof record per group name reconciled.  a group nobody     06710001
067200* expected carries the customer key its own TLE said.             06720001
067300  WRITE-PROOF-RECORD.                                             06730001
067400      MOVE SPACES TO DELIVERY-PROOF-RECORD.                       06740001
067500      IF GRP-MAN-COUNT = ZERO                                     06750001
067600       THEN                                                       06760001
067700        MOVE GRP-TLE-KEY      TO GRP-SHOW-KEY;                    06770001
067800       ELSE                                                       06780001
067900        MOVE GRP-CUST-KEY     TO GRP-SHOW-KEY;                    06790001
068000      END-IF.                                                     06800001
068100      MOVE LOW-KEY            TO DLV-GROUP-NAME.                  06810001
068200      MOVE GRP-SHOW-KEY       TO DLV-CUST-KEY.                    06820001
068300      MOVE GRP-DISPOSITION    TO DLV-DISPOSITION.                 06830001
068400      MOVE GRP-RESULT         TO DLV-RESULT.                      06840001
068500      MOVE GRP-EXPECTED-PAGES TO DLV-EXPECTED-PAGES.              06850001
068600      MOVE GRP-ACTUAL-PAGES   TO DLV-ACTUAL-PAGES.                06860001
068700      MOVE GRP-STREAM-PAGE    TO DLV-STREAM-PAGE.                 06870001
068800      MOVE GRP-PRINT-COUNT    TO DLV-PRINT-COUNT.                 06880001
068900      MOVE GRP-DUP-COUNT      TO DLV-DUP-DROPPED.                 06890001
069000      MOVE EXPECTED-RUN-ID    TO DLV-RUN-ID.                      06900001
069100      WRITE DELIVERY-PROOF-RECORD.                                06910001
069200      ADD 1 TO PROOF-COUNT.                                       06920001
069300      SKIP1                                                       06930001
069400* counts the outcome and lists every statement that did not simply06940001
069500* print - the accounted-for ones as well as the failures, so the  06950001
069600* report alone answers for each customer kept off the printer.    06960001
069700  TALLY-GROUP-RESULT.                                             06970001
069800      IF GRP-MAN-COUNT > ZERO                                     06980001
069900       THEN                                                       06990001
070000        ADD 1 TO EXPECTED-COUNT;                                  07000001
070100      END-IF.                                                     07010001
070200      ADD GRP-DUP-COUNT TO DUP-DROPPED-COUNT.                     07020001
070300      MOVE SPACES TO RESULT-TEXT.                                 07030001
070400      EVALUATE TRUE                                               07040001
070500        WHEN GRP-RECONCILED AND GRP-PRINTED                       07050001
070600          ADD 1 TO PRINTED-OK-COUNT                               07060001
070700          IF GRP-DUP-COUNT > ZERO                                 07070001
070800           THEN                                                   07080001
070900            MOVE 'PRINTED, DUP DROPPED' TO RESULT-TEXT            07090001
071000          END-IF                                                  07100001
071100        WHEN GRP-RECONCILED AND GRP-DIVERTED                      07110001
071200          ADD 1 TO DIVERTED-OK-COUNT                              07120001
071300          MOVE 'E-DELIVERY' TO RESULT-TEXT                        07130001
071400        WHEN GRP-RECONCILED                                       07140001
071500          ADD 1 TO SUPPRESSED-OK-COUNT                            07150001
071600          MOVE 'SUPPRESSED' TO RESULT-TEXT                        07160001
071700        WHEN GRP-MISSING                                          07170001
071800          ADD 1 TO MISSING-COUNT                                  07180001
071900          MOVE 'MISSING' TO RESULT-TEXT                           07190001
072000        WHEN GRP-UNEXPECTED                                       07200001
072100          ADD 1 TO UNEXPECTED-COUNT                               07210001
072200          MOVE 'PRINTED, NOT EXPECTED' TO RESULT-TEXT             07220001
072300        WHEN GRP-UNEXPECTED-NP AND GRP-DIVERTED                   07230001
072400          ADD 1 TO UNEXPECTED-NP-COUNT                            07240001
072500          MOVE 'E-DELIV, NOT EXPECTED' TO RESULT-TEXT             07250001
072600        WHEN GRP-UNEXPECTED-NP                                    07260001
072700          ADD 1 TO UNEXPECTED-NP-COUNT                            07270001
072800          MOVE 'SUPPR, NOT EXPECTED' TO RESULT-TEXT               07280001
072900        WHEN GRP-PAGE-MISMATCH                                    07290001
073000          ADD 1 TO PAGE-MISMATCH-COUNT                            07300001
073100          MOVE 'PAGE COUNT MISMATCH' TO RESULT-TEXT               07310001
073200        WHEN GRP-KEY-MISMATCH                                     07320001
073300          ADD 1 TO KEY-MISMATCH-COUNT                             07330001
073400          MOVE 'CUSTOMER KEY MISMATCH' TO RESULT-TEXT             07340001
073500        WHEN GRP-KEY-UNVERIFIED                                   07350001
073600          ADD 1 TO KEY-UNVERIFIED-COUNT                           07360001
073700          MOVE 'CUSTOMER KEY NOT FOUND' TO RESULT-TEXT            07370001
073800        WHEN GRP-MULTI-PRINT                                      07380001
073900          ADD 1 TO MULTI-PRINT-COUNT                              07390001
074000          MOVE 'PRINTED MORE THAN ONCE' TO RESULT-TEXT            07400001
074100        WHEN GRP-MANIFEST-DUP                                     07410001
074200          ADD 1 TO MANIFEST-DUP-COUNT                             07420001
074300          MOVE 'TWICE IN MANIFEST' TO RESULT-TEXT                 07430001
074400        WHEN GRP-DIVERT-UNCLOSED                                  07440001
074500          ADD 1 TO DIVERT-OPEN-COUNT                              07450001
074600          MOVE 'E-DELIVERY UNCLOSED' TO RESULT-TEXT               07460001
074700      END-EVALUATE.                                               07470001
074800      IF RESULT-TEXT NOT = SPACES                                 07480001
074900       THEN                                                       07490001
074930        MOVE GRP-SHOW-KEY TO MSK-VALUE;                           07493043
074960        PERFORM MASK-KEY-VALUE;                                   07496043
075000        MOVE GRP-EXPECTED-PAGES TO EXP-PAGES-DISP;                07500001
075100        MOVE GRP-ACTUAL-PAGES   TO ACT-PAGES-DISP;                07510001
075200        MOVE SPACES TO MRCN-RPT-RECORD;                           07520001
075300        STRING ' ' LOW-KEY ' ' RESULT-TEXT                        07530001
075400               ' ' EXP-PAGES-DISP '  ' ACT-PAGES-DISP             07540001
075500               '  ' MSK-VALUE (1:24)                              07550043
075600               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            07560001
075700        WRITE MRCN-RPT-RECORD;                                    07570001
075800      END-IF.                                                     07580001
075900      EJECT                                                       07590001
076000* the readers.  each leaves its key at the next usable record's   07600001
076100* group name, or at high values at end of file; a record that is  07610001
076200* not usable is counted and passed over where it is read.         07620001
076300*                                                                 07630001
076400* a blank manifest row is padding; a row with no group name or a  07640001
076500* page count that is not numeric cannot be reconciled and fails   07650001
076600* the run.                                                        07660001
076700  READ-MANIFEST.                                                  07670001
076800      SET ROW-NOT-TAKEN TO TRUE.                                  07680001
076900      PERFORM UNTIL ROW-TAKEN                                     07690001
077000        READ MANIFEST-FILE                                        07700001
077100          AT END                                                  07710001
077200            SET ROW-TAKEN TO TRUE                                 07720001
077300            MOVE HIGH-VALUES TO MAN-KEY                           07730001
077400          NOT AT END                                              07740001
077500            ADD 1 TO MAN-READ-COUNT                               07750001
077600            PERFORM TAKE-MANIFEST-ROW                             07760001
077700        END-READ                                                  07770001
077800      END-PERFORM.                                                07780001
077900      SKIP1                                                       07790001
078000  TAKE-MANIFEST-ROW.                                              07800001
078100      EVALUATE TRUE                                               07810001
078200        WHEN MANIFEST-RECORD = SPACES                             07820001
078300          OR MANIFEST-RECORD = LOW-VALUES                         07830001
078400          CONTINUE                                                07840001
078500        WHEN MFX-GROUP-NAME = SPACES                              07850001
078600          OR MFX-PAGE-COUNT IS NOT NUMERIC                        07860001
078700          ADD 1 TO ERROR-COUNT                                    07870001
078800          MOVE MAN-READ-COUNT TO COUNT-DISP                       07880001
078900          MOVE SPACES TO MRCN-RPT-RECORD                          07890001
079000          STRING ' MANIFEST ROW ' COUNT-DISP                      07900001
079100                 ' - NO GROUP NAME OR PAGES NOT NUMERIC'          07910001
079200                 DELIMITED BY SIZE INTO MRCN-RPT-RECORD           07920001
079300          WRITE MRCN-RPT-RECORD                                   07930001
079400        WHEN OTHER                                                07940001
079500          SET ROW-TAKEN TO TRUE                                   07950001
079600          MOVE MFX-GROUP-NAME TO MAN-KEY                          07960001
079700          IF MAN-KEY < MAN-PREV-KEY                               07970001
079800           THEN                                                   07980001
079900            MOVE 'MANIFEST' TO CHECK-DDNAME                       07990001
080000            MOVE MAN-READ-COUNT TO CHECK-RECNO                    08000001
080100            PERFORM REPORT-OUT-OF-ORDER                           08010001
080200          END-IF                                                  08020001
080300          MOVE MAN-KEY TO MAN-PREV-KEY                            08030001
080400      END-EVALUATE.                                               08040001
080500      SKIP1                                                       08050001
080600  READ-GRPINDEX.                                                  08060001
080700      SET ROW-NOT-TAKEN TO TRUE.                                  08070001
080800      PERFORM UNTIL ROW-TAKEN                                     08080001
080900        READ GRPINDEX-FILE                                        08090001
081000          AT END                                                  08100001
081100            SET ROW-TAKEN TO TRUE                                 08110001
081200            MOVE HIGH-VALUES TO PRT-KEY                           08120001
081300          NOT AT END                                              08130001
081400            ADD 1 TO GRX-READ-COUNT                               08140001
081500            MOVE GRX-RUN-ID TO CHECK-RUN-ID                       08150001
081600            MOVE 'GRPINDEX' TO CHECK-DDNAME                       08160001
081700            MOVE GRX-READ-COUNT TO CHECK-RECNO                    08170001
081800            PERFORM CHECK-RECORD-RUN-ID                           08180001
081900            IF ROW-TAKEN                                          08190001
082000             THEN                                                 08200001
082100              MOVE GRX-GROUP-NAME TO PRT-KEY                      08210001
082200              IF PRT-KEY < PRT-PREV-KEY                           08220001
082300               THEN                                               08230001
082400                PERFORM REPORT-OUT-OF-ORDER                       08240001
082500              END-IF                                              08250001
082600              MOVE PRT-KEY TO PRT-PREV-KEY                        08260001
082700            END-IF                                                08270001
082800        END-READ                                                  08280001
082900      END-PERFORM.                                                08290001
083000      SKIP1                                                       08300001
083100  READ-SUPRLOG.                                                   08310001
083200      SET ROW-NOT-TAKEN TO TRUE.                                  08320001
083300      PERFORM UNTIL ROW-TAKEN                                     08330001
083400        READ SUPRLOG-FILE                                         08340001
083500          AT END                                                  08350001
083600            SET ROW-TAKEN TO TRUE                                 08360001
083700            MOVE HIGH-VALUES TO SUP-KEY                           08370001
083800          NOT AT END                                              08380001
083900            ADD 1 TO SUPR-READ-COUNT                              08390001
084000            MOVE SUPL-RUN-ID TO CHECK-RUN-ID                      08400001
084100            MOVE 'SUPRLOG' TO CHECK-DDNAME                        08410001
084200            MOVE SUPR-READ-COUNT TO CHECK-RECNO                   08420001
084300            PERFORM CHECK-RECORD-RUN-ID                           08430001
084400            IF ROW-TAKEN                                          08440001
084500             THEN                                                 08450001
084600              MOVE SUPL-GROUP-NAME TO SUP-KEY                     08460001
084700              IF SUP-KEY < SUP-PREV-KEY                           08470001
084800               THEN                                               08480001
084900                PERFORM REPORT-OUT-OF-ORDER                       08490001
085000              END-IF                                              08500001
085100              MOVE SUP-KEY TO SUP-PREV-KEY                        08510001
085200            END-IF                                                08520001
085300        END-READ                                                  08530001
085400      END-PERFORM.                                                08540001
085500      SKIP1                                                       08550001
085600  READ-EDELIDX.                                                   08560001
085700      SET ROW-NOT-TAKEN TO TRUE.                                  08570001
085800      PERFORM UNTIL ROW-TAKEN                                     08580001
085900        READ EDELIDX-FILE                                         08590001
086000          AT END                                                  08600001
086100            SET ROW-TAKEN TO TRUE                                 08610001
086200            MOVE HIGH-VALUES TO EDL-KEY                           08620001
086300          NOT AT END                                              08630001
086400            ADD 1 TO EDEL-READ-COUNT                              08640001
086500            MOVE EDX-RUN-ID TO CHECK-RUN-ID                       08650001
086600            MOVE 'EDELIDX' TO CHECK-DDNAME                        08660001
086700            MOVE EDEL-READ-COUNT TO CHECK-RECNO                   08670001
086800            PERFORM CHECK-RECORD-RUN-ID                           08680001
086900            IF ROW-TAKEN                                          08690001
087000             THEN                                                 08700001
087100              MOVE EDX-GROUP-NAME TO EDL-KEY                      08710001
087200              IF EDL-KEY < EDL-PREV-KEY                           08720001
087300               THEN                                               08730001
087400                PERFORM REPORT-OUT-OF-ORDER                       08740001
087500              END-IF                                              08750001
087600              MOVE EDL-KEY TO EDL-PREV-KEY                        08760001
087700            END-IF                                                08770001
087800        END-READ                                                  08780001
087900      END-PERFORM.                                                08790001
088000      SKIP1                                                       08800001
088100  READ-DUPGRPS.                                                   08810001
088200      SET ROW-NOT-TAKEN TO TRUE.                                  08820001
088300      PERFORM UNTIL ROW-TAKEN                                     08830001
088400        READ DUPGRP-FILE                                          08840001
088500          AT END                                                  08850001
088600            SET ROW-TAKEN TO TRUE                                 08860001
088700            MOVE HIGH-VALUES TO DUP-KEY                           08870001
088800          NOT AT END                                              08880001
088900            ADD 1 TO DUPG-READ-COUNT                              08890001
089000            MOVE DUPW-RUN-ID TO CHECK-RUN-ID                      08900001
089100            MOVE 'DUPGRPS' TO CHECK-DDNAME                        08910001
089200            MOVE DUPG-READ-COUNT TO CHECK-RECNO                   08920001
089300            PERFORM CHECK-RECORD-RUN-ID                           08930001
089400            IF ROW-TAKEN                                          08940001
089500             THEN                                                 08950001
089600              MOVE DUPW-GROUP-NAME TO DUP-KEY                     08960001
089700              IF DUP-KEY < DUP-PREV-KEY                           08970001
089800               THEN                                               08980001
089900                PERFORM REPORT-OUT-OF-ORDER                       08990001
090000              END-IF                                              09000001
090100              MOVE DUP-KEY TO DUP-PREV-KEY                        09010001
090200            END-IF                                                09020001
090300        END-READ                                                  09030001
090400      END-PERFORM.                                                09040001
090500      SKIP1                                                       09050001
090600* TLE records tagged for no group sort to the front and are passed09060001
090700* over with the other run's.                                      09070001
090800  READ-TLE-RECORD.                                                09080001
090900      SET ROW-NOT-TAKEN TO TRUE.                                  09090001
091000      PERFORM UNTIL ROW-TAKEN                                     09100001
091100        READ TLEIX-IN-FILE                                        09110001
091200          AT END                                                  09120001
091300            SET ROW-TAKEN TO TRUE                                 09130001
091400            MOVE HIGH-VALUES TO TLE-KEY                           09140001
091500          NOT AT END                                              09150001
091600            ADD 1 TO TLE-READ-COUNT                               09160001
091700            IF TLX-GROUP-NAME NOT = SPACES                        09170001
091800               AND TLX-GROUP-NAME NOT = LOW-VALUES                09180001
091900             THEN                                                 09190001
092000              MOVE TLX-RUN-ID TO CHECK-RUN-ID                     09200001
092100              MOVE 'TLEIXIN' TO CHECK-DDNAME                      09210001
092200              MOVE TLE-READ-COUNT TO CHECK-RECNO                  09220001
092300              PERFORM CHECK-RECORD-RUN-ID                         09230001
092400            END-IF                                                09240001
092500            IF ROW-TAKEN                                          09250001
092600             THEN                                                 09260001
092700              MOVE TLX-GROUP-NAME TO TLE-KEY                      09270001
092800              IF TLE-KEY < TLE-PREV-KEY                           09280001
092900               THEN                                               09290001
093000                PERFORM REPORT-OUT-OF-ORDER                       09300001
093100              END-IF                                              09310001
093200              MOVE TLE-KEY TO TLE-PREV-KEY                        09320001
093300            END-IF                                                09330001
093400        END-READ                                                  09340001
093500      END-PERFORM.                                                09350001
093600      EJECT                                                       09360001
093700* the first record read fixes the run; a record from any other run09370001
093800* is counted and passed over, and the first one is listed so the  09380001
093900* stray dataset can be found in the concatenation.                09390001
094000  CHECK-RECORD-RUN-ID.                                            09400001
094100      IF NOT EXPECTED-RUN-SET                                     09410001
094200       THEN                                                       09420001
094300        MOVE CHECK-RUN-ID TO EXPECTED-RUN-ID;                     09430001
094400        SET EXPECTED-RUN-SET TO TRUE;                             09440001
094500      END-IF.                                                     09450001
094600      IF CHECK-RUN-ID = EXPECTED-RUN-ID                           09460001
094700       THEN                                                       09470001
094800        SET ROW-TAKEN TO TRUE;                                    09480001
094900       ELSE                                                       09490001
095000        ADD 1 TO OTHER-RUN-COUNT;                                 09500001
095100        IF NOT OTHER-RUN-REPORTED                                 09510001
095200         THEN                                                     09520001
095300          SET OTHER-RUN-REPORTED TO TRUE;                         09530001
095400          MOVE CHECK-RECNO TO COUNT-DISP;                         09540001
095500          MOVE SPACES TO MRCN-RPT-RECORD;                         09550001
095600          STRING ' OTHER RUN AT ' CHECK-DDNAME ' REC ' COUNT-DISP 09560001
095700                 ' ' CHECK-RUN-ID (1:16)                          09570001
095800                 DELIMITED BY SIZE INTO MRCN-RPT-RECORD;          09580001
095900          WRITE MRCN-RPT-RECORD;                                  09590001
096000        END-IF;                                                   09600001
096100      END-IF.                                                     09610001
096200      SKIP1                                                       09620001
096300* a file out of group-name order makes the match meaningless from 09630001
096400* that point, so the run fails; the first ten breaks are listed.  09640001
096500  REPORT-OUT-OF-ORDER.                                            09650001
096600      ADD 1 TO SEQUENCE-ERROR-COUNT.                              09660001
096700      IF SEQUENCE-ERROR-COUNT NOT > 10                            09670001
096800       THEN                                                       09680001
096900        MOVE CHECK-RECNO TO COUNT-DISP;                           09690001
097000        MOVE SPACES TO MRCN-RPT-RECORD;                           09700001
097100        STRING ' OUT OF ORDER ' CHECK-DDNAME ' REC ' COUNT-DISP   09710001
097200               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            09720001
097300        WRITE MRCN-RPT-RECORD;                                    09730001
097400      END-IF.                                                     09740001
097500      EJECT                                                       09750001
097600  WRITE-REPORT-SUMMARY.                                           09760001
097700      MOVE SPACES TO MRCN-RPT-RECORD.                             09770001
097800      WRITE MRCN-RPT-RECORD.                                      09780001
097900      MOVE MAN-READ-COUNT TO COUNT-DISP.                          09790001
098000      MOVE SPACES TO MRCN-RPT-RECORD.                             09800001
098100      STRING ' MANIFEST RECORDS READ ........ ' COUNT-DISP        09810001
098200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              09820001
098300      WRITE MRCN-RPT-RECORD.                                      09830001
098400      MOVE EXPECTED-COUNT TO COUNT-DISP.                          09840001
098500      MOVE SPACES TO MRCN-RPT-RECORD.                             09850001
098600      STRING ' STATEMENTS EXPECTED .......... ' COUNT-DISP        09860001
098700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              09870001
098800      WRITE MRCN-RPT-RECORD.                                      09880001
098900      MOVE GRX-READ-COUNT TO COUNT-DISP.                          09890001
099000      MOVE SPACES TO MRCN-RPT-RECORD.                             09900001
099100      STRING ' GRPINDEX RECORDS READ ........ ' COUNT-DISP        09910001
099200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              09920001
099300      WRITE MRCN-RPT-RECORD.                                      09930001
099400      MOVE PRINTED-OK-COUNT TO COUNT-DISP.                        09940001
099500      MOVE SPACES TO MRCN-RPT-RECORD.                             09950001
099600      STRING ' PRINTED AND RECONCILED ....... ' COUNT-DISP        09960001
099700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              09970001
099800      WRITE MRCN-RPT-RECORD.                                      09980001
099900      MOVE DIVERTED-OK-COUNT TO COUNT-DISP.                       09990001
100000      MOVE SPACES TO MRCN-RPT-RECORD.                             10000001
100100      STRING ' DIVERTED TO E-DELIVERY ....... ' COUNT-DISP        10010001
100200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10020001
100300      WRITE MRCN-RPT-RECORD.                                      10030001
100400      MOVE SUPPRESSED-OK-COUNT TO COUNT-DISP.                     10040001
100500      MOVE SPACES TO MRCN-RPT-RECORD.                             10050001
100600      STRING ' SUPPRESSED ................... ' COUNT-DISP        10060001
100700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10070001
100800      WRITE MRCN-RPT-RECORD.                                      10080001
100900      MOVE DUP-DROPPED-COUNT TO COUNT-DISP.                       10090001
101000      MOVE SPACES TO MRCN-RPT-RECORD.                             10100001
101100      STRING ' DUPLICATE COPIES DROPPED ..... ' COUNT-DISP        10110001
101200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10120001
101300      WRITE MRCN-RPT-RECORD.                                      10130001
101400      MOVE MISSING-COUNT TO COUNT-DISP.                           10140001
101500      MOVE SPACES TO MRCN-RPT-RECORD.                             10150001
101600      STRING ' EXPECTED BUT MISSING ......... ' COUNT-DISP        10160001
101700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10170001
101800      WRITE MRCN-RPT-RECORD.                                      10180001
101900      MOVE UNEXPECTED-COUNT TO COUNT-DISP.                        10190001
102000      MOVE SPACES TO MRCN-RPT-RECORD.                             10200001
102100      STRING ' PRINTED BUT NOT EXPECTED ..... ' COUNT-DISP        10210001
102200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10220001
102300      WRITE MRCN-RPT-RECORD.                                      10230001
102400      MOVE UNEXPECTED-NP-COUNT TO COUNT-DISP.                     10240001
102500      MOVE SPACES TO MRCN-RPT-RECORD.                             10250001
102600      STRING ' NOT EXPECTED, NOT PRINTED .... ' COUNT-DISP        10260001
102700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10270001
102800      WRITE MRCN-RPT-RECORD.                                      10280001
102900      MOVE PAGE-MISMATCH-COUNT TO COUNT-DISP.                     10290001
103000      MOVE SPACES TO MRCN-RPT-RECORD.                             10300001
103100      STRING ' PAGE COUNT MISMATCHES ........ ' COUNT-DISP        10310001
103200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10320001
103300      WRITE MRCN-RPT-RECORD.                                      10330001
103400      MOVE KEY-MISMATCH-COUNT TO COUNT-DISP.                      10340001
103500      MOVE SPACES TO MRCN-RPT-RECORD.                             10350001
103600      STRING ' CUSTOMER KEY MISMATCHES ...... ' COUNT-DISP        10360001
103700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10370001
103800      WRITE MRCN-RPT-RECORD.                                      10380001
103900      MOVE KEY-UNVERIFIED-COUNT TO COUNT-DISP.                    10390001
104000      MOVE SPACES TO MRCN-RPT-RECORD.                             10400001
104100      STRING ' CUSTOMER KEY NOT FOUND ....... ' COUNT-DISP        10410001
104200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10420001
104300      WRITE MRCN-RPT-RECORD.                                      10430001
104400      MOVE MULTI-PRINT-COUNT TO COUNT-DISP.                       10440001
104500      MOVE SPACES TO MRCN-RPT-RECORD.                             10450001
104600      STRING ' PRINTED MORE THAN ONCE ....... ' COUNT-DISP        10460001
104700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10470001
104800      WRITE MRCN-RPT-RECORD.                                      10480001
104900      MOVE MANIFEST-DUP-COUNT TO COUNT-DISP.                      10490001
105000      MOVE SPACES TO MRCN-RPT-RECORD.                             10500001
105100      STRING ' LISTED TWICE IN MANIFEST ..... ' COUNT-DISP        10510001
105200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10520001
105300      WRITE MRCN-RPT-RECORD.                                      10530001
105400      MOVE DIVERT-OPEN-COUNT TO COUNT-DISP.                       10540001
105500      MOVE SPACES TO MRCN-RPT-RECORD.                             10550001
105600      STRING ' E-DELIVERY NEVER CLOSED ...... ' COUNT-DISP        10560001
105700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10570001
105800      WRITE MRCN-RPT-RECORD.                                      10580001
105900      MOVE OTHER-RUN-COUNT TO COUNT-DISP.                         10590001
106000      MOVE SPACES TO MRCN-RPT-RECORD.                             10600001
106100      STRING ' RECORDS FROM ANOTHER RUN ..... ' COUNT-DISP        10610001
106200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10620001
106300      WRITE MRCN-RPT-RECORD.                                      10630001
106400      MOVE SEQUENCE-ERROR-COUNT TO COUNT-DISP.                    10640001
106500      MOVE SPACES TO MRCN-RPT-RECORD.                             10650001
106600      STRING ' RECORDS OUT OF ORDER ......... ' COUNT-DISP        10660001
106700             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10670001
106800      WRITE MRCN-RPT-RECORD.                                      10680001
106900      MOVE PROOF-COUNT TO COUNT-DISP.                             10690001
107000      MOVE SPACES TO MRCN-RPT-RECORD.                             10700001
107100      STRING ' PROOF RECORDS WRITTEN ........ ' COUNT-DISP        10710001
107200             DELIMITED BY SIZE INTO MRCN-RPT-RECORD.              10720001
107300      WRITE MRCN-RPT-RECORD.                                      10730001
107400      IF ERROR-COUNT > ZERO OR OTHER-RUN-COUNT > ZERO             10740001
107500         OR SEQUENCE-ERROR-COUNT > ZERO                           10750001
107600         OR MISSING-COUNT > ZERO OR UNEXPECTED-COUNT > ZERO       10760001
107700         OR PAGE-MISMATCH-COUNT > ZERO                            10770001
107800         OR KEY-MISMATCH-COUNT > ZERO                             10780001
107900         OR MULTI-PRINT-COUNT > ZERO                              10790001
108000         OR MANIFEST-DUP-COUNT > ZERO                             10800001
108100         OR DIVERT-OPEN-COUNT > ZERO                              10810001
108200       THEN                                                       10820001
108300        SET RELEASE-HELD TO TRUE;                                 10830001
108400      END-IF.                                                     10840001
108500      MOVE SPACES TO MRCN-RPT-RECORD.                             10850001
108600      IF RELEASE-OK                                               10860001
108700       THEN                                                       10870001
108800        STRING ' EVERY STATEMENT ACCOUNTED FOR - PRINT MAY BE'    10880001
108900               ' RELEASED'                                        10890001
109000               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            10900001
109100       ELSE                                                       10910001
109200        STRING ' RUN DOES NOT RECONCILE - PRINT RELEASE HELD'     10920001
109300               DELIMITED BY SIZE INTO MRCN-RPT-RECORD;            10930001
109400      END-IF.                                                     10940001
109500      WRITE MRCN-RPT-RECORD.                                      10950001
109600  END PROGRAM ACIFMRCN.                                           10960001
