000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020043
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFINSR.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This builds the inserter control file from a run's00070001
000800                document index, so the mailroom stops keying      00080001
000900                envelope breaks by hand from the banner pages.  It00090001
001000                reads the run's GRPINDEX (ddname GRPINDEX) and its00100001
001100                TLE extract (ddname TLEIXIN) and writes one record00110001
001200                per mail piece - one named group - in print order 00120001
001300                (ddname INSCTL, laid out by INSCTREC): the piece  00130001
001400                sequence, group name, page and sheet counts, the  00140001
001500                envelope class, and the ZIP and first address line00150001
001600                the TLE extract carried for the group.  A mailroom00160001
001700                report (ddname INSRRPT) totals pieces, sheets,    00170001
001800                and estimated postage by envelope class and       00180001
001900                lists every piece too thick for the standard      00190001
002000                envelope.                                         00200001
002100                                                                  00210001
002200                An optional control file (ddname INSRCTL) tunes   00220001
002300                the run; each record is typed in column 1:        00230001
002400                  L - sheet limits: the most sheets a #10 envelope00240001
002500                      takes in columns 3-5 (default 6), the most a00250001
002600                      flat takes in 7-9 (default 50), and sheets  00260001
002700                      per ounce in 11-13 (default 4)              00270001
002800                  A - application ID in columns 3-10 and S or D in00280001
002900                      column 12 for simplex or duplex; a blank ID 00290001
003000                      sets the default for applications not listed00300001
003100                      (simplex unless told otherwise)             00310001
003200                  R - postage rate: class S, F, or M in column 3, 00320001
003300                      first-ounce rate 99V999 in 5-9, each further00330001
003400                      ounce 99V999 in 11-15                       00340001
003500                  T - TLE attribute names: the ZIP attribute in   00350001
003600                      columns 3-34 and the address attribute in   00360001
003700                      36-67 (defaults ZIP and ADDRESS)            00370001
003800                A piece over the #10 limit goes flat; over the    00380001
003900                flat limit it is pulled for manual insertion.     00390001
004000                Either way it is flagged thick on its control     00400001
004100                record.                                           00410001
004200                                                                  00420001
004300                GRPINDEX and TLEIXIN must come from the same run: 00430001
004400                a record carrying another run identifier is left  00440001
004500                out and return code 8 holds the inserter load, as 00450001
004600                does a defective control record.  Pieces pulled   00460001
004700                for manual handling, or without a ZIP on file, set00470001
004800                return code 4.                                    00480001
004807                                                                  00480743
004814                TLEIXIN must be the run's clear TLE extract       00481443
004821                (ACIFIBDT ddname TLECLEAR), not its TLEINDEX,     00482143
004828                whose ZIP and address values are masked when the  00482843
004835                masking control file names them.  With ddname     00483543
004842                MASKCTL (the run's own masking control file)      00484243
004849                allocated, ACIFMASK tells a value already masked  00484943
004856                from a clear one; a masked ZIP or address is      00485643
004863                never put on a control record, and return code 8  00486343
004870                holds the load until it is rerun from TLECLEAR.   00487043
004877                A defective MASKCTL writes no control file,       00487743
004884                return code 8.                                    00488443
004900  DATE-WRITTEN. 15 Oct 2026.                                      00490001
005000  DATE-COMPILED.                                                  00500001
005100  SECURITY. IBM SAMPLE CODE ONLY.                                 00510001
005200  TITLE 'ACIF Inserter Control File Builder'.                     00520001
005300  ENVIRONMENT DIVISION.                                           00530001
005400  CONFIGURATION SECTION.                                          00540001
005500  SOURCE-COMPUTER. IBM-370.                                       00550001
005600  OBJECT-COMPUTER. IBM-370.                                       00560001
005700  INPUT-OUTPUT SECTION.                                           00570001
005800  FILE-CONTROL.                                                   00580001
005900      SELECT GRPINDEX-FILE ASSIGN TO GRPINDEX                     00590001
006000          ORGANIZATION IS SEQUENTIAL                              00600001
006100          ACCESS MODE IS SEQUENTIAL                               00610001
006200          FILE STATUS IS GRPINDEX-STATUS.                         00620001
006300      SELECT TLEIX-IN-FILE ASSIGN TO TLEIXIN                      00630001
006400          ORGANIZATION IS SEQUENTIAL                              00640001
006500          ACCESS MODE IS SEQUENTIAL                               00650001
006600          FILE STATUS IS TLEIX-IN-STATUS.                         00660001
006700      SELECT INSRCTL-FILE ASSIGN TO INSRCTL                       00670001
006800          ORGANIZATION IS SEQUENTIAL                              00680001
006900          ACCESS MODE IS SEQUENTIAL                               00690001
007000          FILE STATUS IS INSRCTL-STATUS.                          00700001
007100      SELECT INSCTL-FILE ASSIGN TO INSCTL                         00710001
007200          ORGANIZATION IS SEQUENTIAL                              00720001
007300          ACCESS MODE IS SEQUENTIAL                               00730001
007400          FILE STATUS IS INSCTL-STATUS.                           00740001
007500      SELECT INSR-RPT-FILE ASSIGN TO INSRRPT                      00750001
007600          ORGANIZATION IS SEQUENTIAL                              00760001
007700          ACCESS MODE IS SEQUENTIAL                               00770001
007800          FILE STATUS IS INSR-RPT-STATUS.                         00780001
007900      EJECT                                                       00790001
008000  DATA DIVISION.                                                  00800001
008100  FILE SECTION.                                                   00810001
008200  FD  GRPINDEX-FILE                                               00820001
008300      RECORDING MODE F.                                           00830001
008400      COPY GRPINDEX.                                              00840001
008500  FD  TLEIX-IN-FILE                                               00850001
008600      RECORDING MODE F.                                           00860001
008700      COPY TLEINDEX.                                              00870001
008800  FD  INSRCTL-FILE                                                00880001
008900      RECORDING MODE F.                                           00890001
009000  01  INSRCTL-RECORD.                                             00900001
009100      05  ICT-REC-TYPE        PIC X.                              00910001
009200          88  ICT-LIMITS          VALUE 'L'.                      00920001
009300          88  ICT-APPL            VALUE 'A'.                      00930001
009400          88  ICT-RATE            VALUE 'R'.                      00940001
009500          88  ICT-ATTRS           VALUE 'T'.                      00950001
009600      05  FILLER              PIC X.                              00960001
009700      05  ICT-DATA            PIC X(78).                          00970001
009800      05  ICT-LIMITS-DATA     REDEFINES ICT-DATA.                 00980001
009900          10  ICT-STD-MAX     PIC 9(3).                           00990001
010000          10  FILLER          PIC X.                              01000001
010100          10  ICT-FLAT-MAX    PIC 9(3).                           01010001
010200          10  FILLER          PIC X.                              01020001
010300          10  ICT-SHEETS-OZ   PIC 9(3).                           01030001
010400          10  FILLER          PIC X(67).                          01040001
010500      05  ICT-APPL-DATA       REDEFINES ICT-DATA.                 01050001
010600          10  ICT-APPL-ID     PIC X(8).                           01060001
010700          10  FILLER          PIC X.                              01070001
010800          10  ICT-PLEX        PIC X.                              01080001
010900          10  FILLER          PIC X(68).                          01090001
011000      05  ICT-RATE-DATA       REDEFINES ICT-DATA.                 01100001
011100          10  ICT-RATE-CLASS  PIC X.                              01110001
011200          10  FILLER          PIC X.                              01120001
011300          10  ICT-FIRST-RATE  PIC 9(2)V9(3).                      01130001
011400          10  FILLER          PIC X.                              01140001
011500          10  ICT-ADDL-RATE   PIC 9(2)V9(3).                      01150001
011600          10  FILLER          PIC X(65).                          01160001
011700      05  ICT-ATTR-DATA       REDEFINES ICT-DATA.                 01170001
011800          10  ICT-ZIP-ATTR    PIC X(32).                          01180001
011900          10  FILLER          PIC X.                              01190001
012000          10  ICT-ADDR-ATTR   PIC X(32).                          01200001
012100          10  FILLER          PIC X(13).                          01210001
012200  FD  INSCTL-FILE                                                 01220001
012300      RECORDING MODE F.                                           01230001
012400      COPY INSCTREC.                                              01240001
012500  FD  INSR-RPT-FILE                                               01250001
012600      RECORDING MODE F.                                           01260001
012700  01  INSR-RPT-RECORD         PIC X(80).                          01270001
012800  WORKING-STORAGE SECTION.                                        01280001
012900  77  PGMNAME                 PIC X(8) VALUE 'ACIFINSR'.          01290001
013000  77  GRPINDEX-STATUS         PIC XX VALUE SPACES.                01300001
013100  77  TLEIX-IN-STATUS         PIC XX VALUE SPACES.                01310001
013200  77  INSRCTL-STATUS          PIC XX VALUE SPACES.                01320001
013300  77  INSCTL-STATUS           PIC XX VALUE SPACES.                01330001
013400  77  INSR-RPT-STATUS         PIC XX VALUE SPACES.                01340001
013500  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            01350001
013600  77  WARNING-RC              PIC 9(4) BINARY VALUE 4.            01360001
013700  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    01370001
013800      88  IN-EOF                  VALUE 'Y'.                      01380001
013900      88  IN-NOT-EOF              VALUE 'N'.                      01390001
014000  77  TLE-EOF-FLAG            PIC X VALUE 'N'.                    01400001
014100      88  TLE-EOF                 VALUE 'Y'.                      01410001
014200      88  TLE-NOT-EOF             VALUE 'N'.                      01420001
014300  77  TLE-OPEN-FLAG           PIC X VALUE 'N'.                    01430001
014400      88  TLE-FILE-OPEN           VALUE 'Y'.                      01440001
014450  77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.          01445043
014500  01  INSR-COUNTERS.                                              01450001
014600      05  INDEX-READ-COUNT    PIC 9(8) BINARY VALUE ZERO.         01460001
014700      05  TLE-READ-COUNT      PIC 9(8) BINARY VALUE ZERO.         01470001
014800      05  PIECE-COUNT         PIC 9(8) BINARY VALUE ZERO.         01480001
014900      05  THICK-COUNT         PIC 9(8) BINARY VALUE ZERO.         01490001
015000      05  NOZIP-COUNT         PIC 9(8) BINARY VALUE ZERO.         01500001
015100      05  NOADDR-COUNT        PIC 9(8) BINARY VALUE ZERO.         01510001
015200      05  ORPHAN-TLE-COUNT    PIC 9(8) BINARY VALUE ZERO.         01520001
015300      05  OTHER-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         01530001
015350      05  MASKED-VALUE-COUNT  PIC 9(8) BINARY VALUE ZERO.         01535043
015400      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         01540001
015500      05  RATE-ROW-COUNT      PIC 9(5) BINARY VALUE ZERO.         01550001
015600      05  ERROR-COUNT         PIC 9(5) BINARY VALUE ZERO.         01560001
015700* the tuning the control file may override.  the sheet limits are 01570001
015800* the inserter's: a #10 window envelope takes a handful of folded 01580001
015900* sheets, a flat a few dozen, and anything thicker is stuffed by  01590001
016000* hand.                                                           01600001
016100  01  INSR-CONTROLS.                                              01610001
016200      05  STD-MAX-SHEETS      PIC 9(3) VALUE 6.                   01620001
016300      05  FLAT-MAX-SHEETS     PIC 9(3) VALUE 50.                  01630001
016400      05  SHEETS-PER-OUNCE    PIC 9(3) VALUE 4.                   01640001
016500      05  DEFAULT-PLEX        PIC X VALUE 'S'.                    01650001
016600      05  ZIP-ATTR-NAME       PIC X(32) VALUE 'ZIP'.              01660001
016700      05  ADDR-ATTR-NAME      PIC X(32) VALUE 'ADDRESS'.          01670001
016800* the applications with their own simplex/duplex setting.         01680001
016900  01  APPL-PLEX-TABLE.                                            01690001
017000      05  APPL-PLEX-COUNT     PIC 9(4) BINARY VALUE ZERO.         01700001
017100      05  APPL-PLEX-ENTRY OCCURS 0 TO 50 TIMES                    01710001
017200                          DEPENDING ON APPL-PLEX-COUNT.           01720001
017300          10  APX-APPL-ID         PIC X(8).                       01730001
017400          10  APX-PLEX            PIC X.                          01740001
017500* one row per envelope class, in report order: the class code the 01750001
017600* control record carries, its report name, the postage rates, and 01760001
017700* the running totals.                                             01770001
017800  01  CLASS-TABLE.                                                01780001
017900      05  CLASS-ENTRY OCCURS 3 TIMES.                             01790001
018000          10  CLS-CODE            PIC X.                          01800001
018100          10  CLS-NAME            PIC X(8).                       01810001
018200          10  CLS-FIRST-RATE      PIC 9(2)V9(3).                  01820001
018300          10  CLS-ADDL-RATE       PIC 9(2)V9(3).                  01830001
018400          10  CLS-PIECES          PIC 9(8) BINARY.                01840001
018500          10  CLS-SHEETS          PIC 9(9) BINARY.                01850001
018600          10  CLS-POSTAGE         PIC 9(9)V9(3).                  01860001
018700  01  INSR-WORK.                                                  01870001
018800      05  CLS-IX              PIC 9(4) BINARY VALUE ZERO.         01880001
018900      05  CLS-JX              PIC 9(4) BINARY VALUE ZERO.         01890001
019000      05  APX-IX              PIC 9(4) BINARY VALUE ZERO.         01900001
019100      05  PIECE-PAGES         PIC 9(8) VALUE ZERO.                01910001
019200      05  PIECE-SHEETS        PIC 9(8) VALUE ZERO.                01920001
019300      05  PIECE-OUNCES        PIC 9(5) VALUE ZERO.                01930001
019400      05  PIECE-POSTAGE       PIC 9(7)V9(3) VALUE ZERO.           01940001
019500      05  PIECE-PLEX          PIC X VALUE SPACE.                  01950001
019600      05  PIECE-ZIP           PIC X(10) VALUE SPACES.             01960001
019700      05  PIECE-ADDRESS       PIC X(40) VALUE SPACES.             01970001
019800      05  TOTAL-PIECES        PIC 9(8) BINARY VALUE ZERO.         01980001
019900      05  TOTAL-SHEETS        PIC 9(9) BINARY VALUE ZERO.         01990001
020000      05  TOTAL-POSTAGE       PIC 9(9)V9(3) VALUE ZERO.           02000001
020010      05  MASKCTL-MODE-FLAG   PIC X VALUE 'N'.                    02001043
020020          88  MASKCTL-MODE        VALUE 'Y'.                      02002043
020030      05  TLE-MASK-FLAG       PIC X VALUE 'N'.                    02003043
020040          88  TLE-VALUE-MASKED    VALUE 'Y'.                      02004043
020050          88  TLE-VALUE-CLEAR     VALUE 'N'.                      02005043
020100* the run both inputs must belong to, fixed by the first GRPINDEX 02010001
020200* record.                                                         02020001
020300  01  RUN-CHECK-DATA.                                             02030001
020400      05  EXPECTED-RUN-ID     VALUE SPACES.                       02040043
020500          10  EXP-RID-JOBNAME PIC X(8).                           02050001
020600          10  EXP-RID-APPL-ID PIC X(8).                           02060001
020700          10  EXP-RID-DATE    PIC 9(8).                           02070001
020800          10  EXP-RID-TIME    PIC 9(8).                           02080001
020900      05  EXPECTED-RUN-FLAG   PIC X VALUE 'N'.                    02090001
021000          88  EXPECTED-RUN-SET    VALUE 'Y'.                      02100001
021100      05  OTHER-RUN-FLAG      PIC X VALUE 'N'.                    02110001
021200          88  OTHER-RUN-REPORTED  VALUE 'Y'.                      02120001
021250      COPY MASKPARM.                                              02125043
021300  01  INSR-DISPLAY-FIELDS.                                        02130001
021400      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    02140001
021500      05  RECNO-DISP          PIC ZZZZ9.                          02150001
021600      05  SEQ-DISP            PIC 9(8).                           02160001
021700      05  SHEETS-DISP         PIC ZZZZ9.                          02170001
021800      05  PIECES-DISP         PIC ZZZ,ZZ9.                        02180001
021900      05  TSHEETS-DISP        PIC Z,ZZZ,ZZ9.                      02190001
022000      05  POSTAGE-DISP        PIC Z,ZZZ,ZZ9.99.                   02200001
022100  TITLE 'Initialization and Main Line'.                           02210001
022200  PROCEDURE DIVISION.                                             02220001
022300  MAIN-LINE.                                                      02230001
022400      OPEN OUTPUT INSR-RPT-FILE.                                  02240001
022500      MOVE SPACES TO INSR-RPT-RECORD.                             02250001
022600      STRING PGMNAME ' - INSERTER CONTROL AND MAIL PIECE REPORT'  02260001
022700             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              02270001
022800      WRITE INSR-RPT-RECORD.                                      02280001
022900      PERFORM INIT-CLASS-TABLE.                                   02290001
023000      PERFORM LOAD-INSERTER-CONTROLS.                             02300001
023100      IF ERROR-COUNT > ZERO                                       02310001
023200       THEN                                                       02320001
023300        MOVE SPACES TO INSR-RPT-RECORD;                           02330001
023400        STRING ' INSRCTL UNUSABLE - NO CONTROL FILE WRITTEN'      02340001
023500               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            02350001
023600        WRITE INSR-RPT-RECORD;                                    02360001
023700        CLOSE INSR-RPT-FILE;                                      02370001
023800        DISPLAY PGMNAME, ' INSRCTL UNUSABLE - RC=8';              02380001
023900        MOVE ERROR-RC TO RETURN-CODE;                             02390001
024000        GOBACK;                                                   02400001
024100      END-IF.                                                     02410001
024107* the masking routine reports each defect in MASKCTL itself.      02410743
024114      PERFORM LOAD-MASK-LIST.                                     02411443
024121      IF MSK-DEFECTIVE                                            02412143
024128       THEN                                                       02412843
024135        MOVE SPACES TO INSR-RPT-RECORD;                           02413543
024142        STRING ' MASKCTL UNUSABLE - NO CONTROL FILE WRITTEN'      02414243
024149               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            02414943
024156        WRITE INSR-RPT-RECORD;                                    02415643
024163        CLOSE INSR-RPT-FILE;                                      02416343
024170        DISPLAY PGMNAME, ' MASKCTL UNUSABLE - RC=8';              02417043
024177        MOVE ERROR-RC TO RETURN-CODE;                             02417743
024184        GOBACK;                                                   02418443
024191      END-IF.                                                     02419143
024200      OPEN INPUT GRPINDEX-FILE.                                   02420001
024300      IF GRPINDEX-STATUS NOT = '00'                               02430001
024400       THEN                                                       02440001
024500        MOVE SPACES TO INSR-RPT-RECORD;                           02450001
024600        STRING ' GRPINDEX NOT ALLOCATED - NO MAIL PIECES'         02460001
024700               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            02470001
024800        WRITE INSR-RPT-RECORD;                                    02480001
024900        CLOSE INSR-RPT-FILE;                                      02490001
025000        DISPLAY PGMNAME, ' GRPINDEX NOT ALLOCATED - RC=8';        02500001
025100        MOVE ERROR-RC TO RETURN-CODE;                             02510001
025200        GOBACK;                                                   02520001
025300      END-IF.                                                     02530001
025400* without the TLE extract the pieces still go to the inserter in  02540001
025500* print order; they simply carry no ZIP or address.               02550001
025600      OPEN INPUT TLEIX-IN-FILE.                                   02560001
025700      IF TLEIX-IN-STATUS NOT = '00'                               02570001
025800       THEN                                                       02580001
025900        SET TLE-EOF TO TRUE;                                      02590001
026000        MOVE SPACES TO INSR-RPT-RECORD;                           02600001
026100        STRING ' TLEIXIN NOT ALLOCATED - NO ZIP OR ADDRESS'       02610001
026200               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            02620001
026300        WRITE INSR-RPT-RECORD;                                    02630001
026400       ELSE                                                       02640001
026500        SET TLE-FILE-OPEN TO TRUE;                                02650001
026600        PERFORM READ-TLE-RECORD;                                  02660001
026700      END-IF.                                                     02670001
026800      OPEN OUTPUT INSCTL-FILE.                                    02680001
026900      IF INSCTL-STATUS NOT = '00'                                 02690001
027000       THEN                                                       02700001
027100        CLOSE GRPINDEX-FILE INSR-RPT-FILE;                        02710001
027200        IF TLE-FILE-OPEN                                          02720001
027300         THEN                                                     02730001
027400          CLOSE TLEIX-IN-FILE;                                    02740001
027500        END-IF;                                                   02750001
027600        DISPLAY PGMNAME, ' INSCTL OPEN FAILED - RC=8';            02760001
027700        MOVE ERROR-RC TO RETURN-CODE;                             02770001
027800        GOBACK;                                                   02780001
027900      END-IF.                                                     02790001
028000      MOVE SPACES TO INSR-RPT-RECORD.                             02800001
028100      STRING ' PIECE    GROUP     SHEETS DISPOSITION'             02810001
028200             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              02820001
028300      WRITE INSR-RPT-RECORD.                                      02830001
028400      PERFORM UNTIL IN-EOF                                        02840001
028500        READ GRPINDEX-FILE                                        02850001
028600          AT END                                                  02860001
028700            SET IN-EOF TO TRUE                                    02870001
028800          NOT AT END                                              02880001
028900            ADD 1 TO INDEX-READ-COUNT;                            02890001
029000            PERFORM BUILD-MAIL-PIECE                              02900001
029100        END-READ;                                                 02910001
029200      END-PERFORM.                                                02920001
029300      CLOSE GRPINDEX-FILE INSCTL-FILE.                            02930001
029400      IF TLE-FILE-OPEN                                            02940001
029500       THEN                                                       02950001
029600        PERFORM UNTIL TLE-EOF                                     02960001
029700          PERFORM SKIP-TLE-RECORD                                 02970001
029800        END-PERFORM;                                              02980001
029900        CLOSE TLEIX-IN-FILE;                                      02990001
030000      END-IF.                                                     03000001
030100      PERFORM WRITE-CLASS-SUMMARY.                                03010001
030200      PERFORM WRITE-REPORT-SUMMARY.                               03020001
030300      CLOSE INSR-RPT-FILE.                                        03030001
030400      IF ERROR-COUNT > ZERO OR OTHER-RUN-COUNT > ZERO             03040001
030420         OR MASKED-VALUE-COUNT > ZERO                             03042043
030500       THEN                                                       03050001
030600        MOVE ERROR-RC TO RETURN-CODE;                             03060001
030700       ELSE                                                       03070001
030800        IF CLS-PIECES (3) > ZERO OR NOZIP-COUNT > ZERO            03080001
030900         THEN                                                     03090001
031000          MOVE WARNING-RC TO RETURN-CODE;                         03100001
031100        END-IF;                                                   03110001
031200      END-IF.                                                     03120001
031300      GOBACK.                                                     03130001
031400      EJECT                                                       03140001
031500* the three envelope classes in fallback order.  postage rates    03150001
031600* start at zero: a rate table in the program would be wrong by the03160001
031700* next rate case, so the estimate is only as good as the R records03170001
031800* the mailroom keeps current.                                     03180001
031900  INIT-CLASS-TABLE.                                               03190001
032000      MOVE 'S'        TO CLS-CODE (1).                            03200001
032100      MOVE '#10'      TO CLS-NAME (1).                            03210001
032200      MOVE 'F'        TO CLS-CODE (2).                            03220001
032300      MOVE 'FLAT'     TO CLS-NAME (2).                            03230001
032400      MOVE 'M'        TO CLS-CODE (3).                            03240001
032500      MOVE 'MANUAL'   TO CLS-NAME (3).                            03250001
032600      PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 3         03260001
032700        MOVE ZERO TO CLS-FIRST-RATE (CLS-IX)                      03270001
032800                     CLS-ADDL-RATE (CLS-IX)                       03280001
032900                     CLS-PIECES (CLS-IX)                          03290001
033000                     CLS-SHEETS (CLS-IX)                          03300001
033100                     CLS-POSTAGE (CLS-IX)                         03310001
033200      END-PERFORM.                                                03320001
033300      SKIP1                                                       03330001
033400* loads the optional control file.  a missing file keeps every    03340001
033500* default; a defective record is an error, since a wrong sheet    03350001
033600* limit sends thick pieces into the machine.                      03360001
033700  LOAD-INSERTER-CONTROLS.                                         03370001
033800      OPEN INPUT INSRCTL-FILE.                                    03380001
033900      IF INSRCTL-STATUS = '00'                                    03390001
034000       THEN                                                       03400001
034100        PERFORM UNTIL INSRCTL-STATUS NOT = '00'                   03410001
034200          READ INSRCTL-FILE                                       03420001
034300            AT END                                                03430001
034400              MOVE '10' TO INSRCTL-STATUS                         03440001
034500            NOT AT END                                            03450001
034600              ADD 1 TO CTL-ROW-COUNT;                             03460001
034700              PERFORM LOAD-ONE-CONTROL-ROW                        03470001
034800          END-READ;                                               03480001
034900        END-PERFORM;                                              03490001
035000        CLOSE INSRCTL-FILE;                                       03500001
035100      END-IF.                                                     03510001
035200      IF ZIP-ATTR-NAME = SPACES                                   03520001
035300       THEN                                                       03530001
035400        MOVE 'ZIP' TO ZIP-ATTR-NAME;                              03540001
035500      END-IF.                                                     03550001
035600      IF RATE-ROW-COUNT = ZERO                                    03560001
035700       THEN                                                       03570001
035800        MOVE SPACES TO INSR-RPT-RECORD;                           03580001
035900        STRING ' NO POSTAGE RATES IN INSRCTL - POSTAGE SHOWN'     03590001
036000               ' AS ZERO'                                         03600001
036100               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            03610001
036200        WRITE INSR-RPT-RECORD;                                    03620001
036300      END-IF.                                                     03630001
036400      SKIP1                                                       03640001
036500* a record that is entirely blank is padding and skipped, as in   03650001
036600* the sibling control-file loaders.                               03660001
036700  LOAD-ONE-CONTROL-ROW.                                           03670001
036800      MOVE CTL-ROW-COUNT TO RECNO-DISP.                           03680001
036900      EVALUATE TRUE                                               03690001
037000        WHEN INSRCTL-RECORD = SPACES                              03700001
037100          OR INSRCTL-RECORD = LOW-VALUES                          03710001
037200          CONTINUE                                                03720001
037300        WHEN ICT-LIMITS                                           03730001
037400          PERFORM LOAD-LIMITS-ROW                                 03740001
037500        WHEN ICT-APPL                                             03750001
037600          PERFORM LOAD-APPL-ROW                                   03760001
037700        WHEN ICT-RATE                                             03770001
037800          PERFORM LOAD-RATE-ROW                                   03780001
037900        WHEN ICT-ATTRS                                            03790001
038000          MOVE ICT-ZIP-ATTR  TO ZIP-ATTR-NAME                     03800001
038100          MOVE ICT-ADDR-ATTR TO ADDR-ATTR-NAME                    03810001
038200        WHEN OTHER                                                03820001
038300          MOVE SPACES TO INSR-RPT-RECORD                          03830001
038400          STRING ' INSRCTL ROW ' RECNO-DISP                       03840001
038500                 ' - TYPE ''' ICT-REC-TYPE                        03850001
038600                 ''' IS NOT L, A, R, OR T'                        03860001
038700                 DELIMITED BY SIZE INTO INSR-RPT-RECORD           03870001
038800          PERFORM WRITE-CONTROL-DEFECT                            03880001
038900      END-EVALUATE.                                               03890001
039000      SKIP1                                                       03900001
039100  LOAD-LIMITS-ROW.                                                03910001
039200      IF ICT-STD-MAX IS NOT NUMERIC                               03920001
039300         OR ICT-FLAT-MAX IS NOT NUMERIC                           03930001
039400         OR ICT-SHEETS-OZ IS NOT NUMERIC                          03940001
039500         OR ICT-STD-MAX = ZERO                                    03950001
039600         OR ICT-SHEETS-OZ = ZERO                                  03960001
039700         OR ICT-FLAT-MAX < ICT-STD-MAX                            03970001
039800       THEN                                                       03980001
039900        MOVE SPACES TO INSR-RPT-RECORD;                           03990001
040000        STRING ' INSRCTL ROW ' RECNO-DISP                         04000001
040100               ' - SHEET LIMITS NOT NUMERIC OR OUT OF ORDER'      04010001
040200               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            04020001
040300        PERFORM WRITE-CONTROL-DEFECT;                             04030001
040400       ELSE                                                       04040001
040500        MOVE ICT-STD-MAX   TO STD-MAX-SHEETS;                     04050001
040600        MOVE ICT-FLAT-MAX  TO FLAT-MAX-SHEETS;                    04060001
040700        MOVE ICT-SHEETS-OZ TO SHEETS-PER-OUNCE;                   04070001
040800      END-IF.                                                     04080001
040900      SKIP1                                                       04090001
041000  LOAD-APPL-ROW.                                                  04100001
041100      IF ICT-PLEX NOT = 'S' AND ICT-PLEX NOT = 'D'                04110001
041200       THEN                                                       04120001
041300        MOVE SPACES TO INSR-RPT-RECORD;                           04130001
041400        STRING ' INSRCTL ROW ' RECNO-DISP                         04140001
041500               ' - PLEX ''' ICT-PLEX ''' IS NOT S OR D'           04150001
041600               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            04160001
041700        PERFORM WRITE-CONTROL-DEFECT;                             04170001
041800       ELSE                                                       04180001
041900        IF ICT-APPL-ID = SPACES                                   04190001
042000         THEN                                                     04200001
042100          MOVE ICT-PLEX TO DEFAULT-PLEX;                          04210001
042200         ELSE                                                     04220001
042300          IF APPL-PLEX-COUNT = 50                                 04230001
042400           THEN                                                   04240001
042500            MOVE SPACES TO INSR-RPT-RECORD;                       04250001
042600            STRING ' INSRCTL ROW ' RECNO-DISP                     04260001
042700                   ' - PAST THE 50-APPLICATION TABLE LIMIT'       04270001
042800                   DELIMITED BY SIZE INTO INSR-RPT-RECORD;        04280001
042900            PERFORM WRITE-CONTROL-DEFECT;                         04290001
043000           ELSE                                                   04300001
043100            ADD 1 TO APPL-PLEX-COUNT;                             04310001
043200            MOVE ICT-APPL-ID TO APX-APPL-ID (APPL-PLEX-COUNT);    04320001
043300            MOVE ICT-PLEX    TO APX-PLEX (APPL-PLEX-COUNT);       04330001
043400          END-IF;                                                 04340001
043500        END-IF;                                                   04350001
043600      END-IF.                                                     04360001
043700      SKIP1                                                       04370001
043800  LOAD-RATE-ROW.                                                  04380001
043900      MOVE ZERO TO CLS-IX.                                        04390001
044000      PERFORM VARYING CLS-JX FROM 1 BY 1 UNTIL CLS-JX > 3         04400001
044100        IF CLS-CODE (CLS-JX) = ICT-RATE-CLASS                     04410001
044200         THEN                                                     04420001
044300          MOVE CLS-JX TO CLS-IX;                                  04430001
044400        END-IF;                                                   04440001
044500      END-PERFORM.                                                04450001
044600      IF CLS-IX = ZERO                                            04460001
044700         OR ICT-FIRST-RATE IS NOT NUMERIC                         04470001
044800         OR ICT-ADDL-RATE IS NOT NUMERIC                          04480001
044900       THEN                                                       04490001
045000        MOVE SPACES TO INSR-RPT-RECORD;                           04500001
045100        STRING ' INSRCTL ROW ' RECNO-DISP                         04510001
045200               ' - RATE CLASS NOT S, F, OR M OR RATE NOT NUMERIC' 04520001
045300               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            04530001
045400        PERFORM WRITE-CONTROL-DEFECT;                             04540001
045500       ELSE                                                       04550001
045600        ADD 1 TO RATE-ROW-COUNT;                                  04560001
045700        MOVE ICT-FIRST-RATE TO CLS-FIRST-RATE (CLS-IX);           04570001
045800        MOVE ICT-ADDL-RATE  TO CLS-ADDL-RATE (CLS-IX);            04580001
045900      END-IF.                                                     04590001
046000      SKIP1                                                       04600001
046100  WRITE-CONTROL-DEFECT.                                           04610001
046200      ADD 1 TO ERROR-COUNT.                                       04620001
046300      WRITE INSR-RPT-RECORD.                                      04630001
046304      SKIP1                                                       04630443
046308* loads the list of sensitive attribute names.  MASKCTL absent    04630843
046316* or empty leaves the masked-value check off: nothing was masked  04631643
046324* in the run either.                                              04632443
046332  LOAD-MASK-LIST.                                                 04633243
046340      SET MSK-LOAD TO TRUE.                                       04634043
046348      CALL MASKPGM USING MASK-PARMS.                              04634843
046356      IF MSK-LOADED                                               04635643
046364       THEN                                                       04636443
046372        SET MASKCTL-MODE TO TRUE;                                 04637243
046380      END-IF.                                                     04638043
046400      EJECT                                                       04640001
046500* one GRPINDEX record is one mail piece.  the first record fixes  04650001
046600* the run; an index record from another run is left out of the    04660001
046700* control file, since its sheets are not in this print stream.    04670001
046800  BUILD-MAIL-PIECE.                                               04680001
046900      IF NOT EXPECTED-RUN-SET                                     04690001
047000       THEN                                                       04700001
047100        MOVE GRX-RUN-ID TO EXPECTED-RUN-ID;                       04710001
047200        SET EXPECTED-RUN-SET TO TRUE;                             04720001
047300      END-IF.                                                     04730001
047400      IF GRX-RUN-ID NOT = EXPECTED-RUN-ID                         04740001
047500       THEN                                                       04750001
047600        ADD 1 TO OTHER-RUN-COUNT;                                 04760001
047700        IF NOT OTHER-RUN-REPORTED                                 04770001
047800         THEN                                                     04780001
047900          SET OTHER-RUN-REPORTED TO TRUE;                         04790001
048000          MOVE INDEX-READ-COUNT TO COUNT-DISP;                    04800001
048100          MOVE SPACES TO INSR-RPT-RECORD;                         04810001
048200          STRING ' OTHER RUN AT GRPINDEX REC ' COUNT-DISP         04820001
048300                 ' ' GRX-RID-JOBNAME ' ' GRX-RID-APPL-ID          04830001
048400                 DELIMITED BY SIZE INTO INSR-RPT-RECORD;          04840001
048500          WRITE INSR-RPT-RECORD;                                  04850001
048600        END-IF;                                                   04860001
048700       ELSE                                                       04870001
048800        PERFORM GATHER-GROUP-ADDRESS;                             04880001
048900        PERFORM SIZE-MAIL-PIECE;                                  04890001
049000        PERFORM WRITE-MAIL-PIECE;                                 04900001
049100      END-IF.                                                     04910001
049200      SKIP1                                                       04920001
049300* the TLE extract rides in the same stream order as the index, so 04930001
049400* the records for this group sit at the read position.  records   04940001
049500* tagged for no group or for another run, and records of a group  04950001
049600* that never closed into the index (they ride no later than this  04960001
049700* group's first page), are passed over; the group's own records   04970001
049800* are then taken while the name holds.  a record past this group's04980001
049900* first page under another name belongs to a later piece and is   04990001
050000* left for it.  the first ZIP and address value wins.             05000001
050100  GATHER-GROUP-ADDRESS.                                           05010001
050200      MOVE SPACES TO PIECE-ZIP PIECE-ADDRESS.                     05020001
050300      PERFORM UNTIL TLE-EOF                                       05030001
050400              OR (TLX-GROUP-NAME NOT = SPACES                     05040001
050500                  AND TLX-RUN-ID = GRX-RUN-ID                     05050001
050600                  AND (TLX-GROUP-NAME = GRX-GROUP-NAME            05060001
050700                       OR TLX-PAGE-COUNT > GRX-BEGIN-PAGE))       05070001
050800        PERFORM SKIP-TLE-RECORD                                   05080001
050900      END-PERFORM.                                                05090001
051000      PERFORM UNTIL TLE-EOF                                       05100001
051100              OR TLX-GROUP-NAME NOT = GRX-GROUP-NAME              05110001
051200              OR TLX-RUN-ID NOT = GRX-RUN-ID                      05120001
051300              OR TLX-PAGE-COUNT > GRX-END-PAGE                    05130001
051310        SET TLE-VALUE-CLEAR TO TRUE;                              05131043
051320        IF MASKCTL-MODE                                           05132043
051330           AND (TLX-ATTR-NAME = ZIP-ATTR-NAME                     05133043
051340                OR TLX-ATTR-NAME = ADDR-ATTR-NAME)                05134043
051350         THEN                                                     05135043
051360          PERFORM CHECK-MASKED-VALUE;                             05136043
051370        END-IF;                                                   05137043
051400        IF TLX-ATTR-NAME = ZIP-ATTR-NAME                          05140001
051450           AND NOT TLE-VALUE-MASKED                               05145043
051500           AND PIECE-ZIP = SPACES                                 05150001
051600         THEN                                                     05160001
051700          MOVE TLX-ATTR-VALUE TO PIECE-ZIP;                       05170001
051800        END-IF;                                                   05180001
051900        IF TLX-ATTR-NAME = ADDR-ATTR-NAME                         05190001
051950           AND NOT TLE-VALUE-MASKED                               05195043
052000           AND PIECE-ADDRESS = SPACES                             05200001
052100         THEN                                                     05210001
052200          MOVE TLX-ATTR-VALUE TO PIECE-ADDRESS;                   05220001
052300        END-IF;                                                   05230001
052400        PERFORM READ-TLE-RECORD;                                  05240001
052500      END-PERFORM.                                                05250001
052600      SKIP1                                                       05260001
052604* a ZIP or address ACIFMASK hands back unchanged was masked       05260443
052608* already: TLEIXIN is the masked TLEINDEX, not TLECLEAR.  the     05260843
052612* value is left off the piece, and the first is reported.         05261243
052616  CHECK-MASKED-VALUE.                                             05261643
052620      MOVE TLX-ATTR-NAME  TO MSK-ATTR-NAME.                       05262043
052624      MOVE TLX-ATTR-VALUE TO MSK-VALUE.                           05262443
052628      SET MSK-APPLY TO TRUE.                                      05262843
052632      CALL MASKPGM USING MASK-PARMS.                              05263243
052636      IF MSK-MASKED                                               05263643
052640         AND MSK-VALUE = TLX-ATTR-VALUE                           05264043
052644       THEN                                                       05264443
052648        SET TLE-VALUE-MASKED TO TRUE;                             05264843
052652        ADD 1 TO MASKED-VALUE-COUNT;                              05265243
052656        IF MASKED-VALUE-COUNT = 1                                 05265643
052660         THEN                                                     05266043
052664          MOVE SPACES TO INSR-RPT-RECORD;                         05266443
052668          STRING ' MASKED VALUE ON TLEIXIN ' TLX-ATTR-NAME        05266843
052670                 ' GROUP ' GRX-GROUP-NAME                         05267043
052672                 DELIMITED BY '  ' INTO INSR-RPT-RECORD;          05267243
052676          WRITE INSR-RPT-RECORD;                                  05267643
052680        END-IF;                                                   05268043
052684      END-IF.                                                     05268443
052688      SKIP1                                                       05268843
052700* an extract record no piece takes is counted against the run it  05270001
052800* came from: another run's is a concatenation error, this run's is05280001
052900* merely unused.  before any run is fixed there is none for it to 05290043
052950* be foreign to, so it is unused too.                             05295043
053000  SKIP-TLE-RECORD.                                                05300001
053100      IF EXPECTED-RUN-SET                                         05310043
053150         AND TLX-RUN-ID NOT = EXPECTED-RUN-ID                     05315043
053200       THEN                                                       05320001
053300        ADD 1 TO OTHER-RUN-COUNT;                                 05330001
053400       ELSE                                                       05340001
053500        ADD 1 TO ORPHAN-TLE-COUNT;                                05350001
053600      END-IF.                                                     05360001
053700      PERFORM READ-TLE-RECORD.                                    05370001
053800      SKIP1                                                       05380001
053900  READ-TLE-RECORD.                                                05390001
054000      READ TLEIX-IN-FILE                                          05400001
054100        AT END                                                    05410001
054200          SET TLE-EOF TO TRUE                                     05420001
054300        NOT AT END                                                05430001
054400          ADD 1 TO TLE-READ-COUNT                                 05440001
054500      END-READ.                                                   05450001
054600      SKIP1                                                       05460001
054700* pages are those opened between the group's BNG and ENG; sheets  05470001
054800* follow the application's plex; ounces round up.  the envelope   05480001
054900* falls back from #10 to flat to manual as the sheets outgrow     05490001
055000* each.                                                           05500001
055100  SIZE-MAIL-PIECE.                                                05510001
055200      IF GRX-END-PAGE > GRX-BEGIN-PAGE                            05520001
055300       THEN                                                       05530001
055400        COMPUTE PIECE-PAGES = GRX-END-PAGE - GRX-BEGIN-PAGE;      05540001
055500       ELSE                                                       05550001
055600        MOVE 1 TO PIECE-PAGES;                                    05560001
055700      END-IF.                                                     05570001
055800      MOVE DEFAULT-PLEX TO PIECE-PLEX.                            05580001
055900      PERFORM VARYING APX-IX FROM 1 BY 1                          05590001
056000              UNTIL APX-IX > APPL-PLEX-COUNT                      05600001
056100        IF APX-APPL-ID (APX-IX) = GRX-RID-APPL-ID                 05610001
056200         THEN                                                     05620001
056300          MOVE APX-PLEX (APX-IX) TO PIECE-PLEX;                   05630001
056400        END-IF;                                                   05640001
056500      END-PERFORM.                                                05650001
056600      IF PIECE-PLEX = 'D'                                         05660001
056700       THEN                                                       05670001
056800        COMPUTE PIECE-SHEETS = (PIECE-PAGES + 1) / 2;             05680001
056900       ELSE                                                       05690001
057000        MOVE PIECE-PAGES TO PIECE-SHEETS;                         05700001
057100      END-IF.                                                     05710001
057200      COMPUTE PIECE-OUNCES =                                      05720001
057300              (PIECE-SHEETS + SHEETS-PER-OUNCE - 1)               05730001
057400              / SHEETS-PER-OUNCE.                                 05740001
057500      EVALUATE TRUE                                               05750001
057600        WHEN PIECE-SHEETS NOT > STD-MAX-SHEETS                    05760001
057700          MOVE 1 TO CLS-IX                                        05770001
057800        WHEN PIECE-SHEETS NOT > FLAT-MAX-SHEETS                   05780001
057900          MOVE 2 TO CLS-IX                                        05790001
058000        WHEN OTHER                                                05800001
058100          MOVE 3 TO CLS-IX                                        05810001
058200      END-EVALUATE.                                               05820001
058300      COMPUTE PIECE-POSTAGE = CLS-FIRST-RATE (CLS-IX)             05830001
058400              + (PIECE-OUNCES - 1) * CLS-ADDL-RATE (CLS-IX).      05840001
058500      SKIP1                                                       05850001
058600* writes the control record, adds the piece to its class totals,  05860001
058700* and lists every thick piece and every piece without a ZIP, so   05870001
058800* the mailroom has them before the inserter does.                 05880001
058900  WRITE-MAIL-PIECE.                                               05890001
059000      ADD 1 TO PIECE-COUNT.                                       05900001
059100      MOVE SPACES             TO INSERTER-CONTROL-RECORD.         05910001
059200      MOVE PIECE-COUNT        TO INS-PIECE-SEQ.                   05920001
059300      MOVE GRX-GROUP-NAME     TO INS-GROUP-NAME.                  05930001
059400      MOVE PIECE-PAGES        TO INS-PAGE-COUNT.                  05940001
059500      MOVE PIECE-SHEETS       TO INS-SHEET-COUNT.                 05950001
059600      MOVE PIECE-PLEX         TO INS-PLEX.                        05960001
059700      MOVE CLS-CODE (CLS-IX)  TO INS-ENV-CLASS.                   05970001
059800      MOVE PIECE-OUNCES       TO INS-OUNCES.                      05980001
059900      MOVE PIECE-ZIP          TO INS-ZIP.                         05990001
060000      MOVE PIECE-ADDRESS      TO INS-ADDRESS.                     06000001
060100      MOVE GRX-BEGIN-PAGE     TO INS-BEGIN-PAGE.                  06010001
060200      MOVE GRX-END-PAGE       TO INS-END-PAGE.                    06020001
060300      MOVE GRX-RUN-ID         TO INS-RUN-ID.                      06030001
060400      IF CLS-IX > 1                                               06040001
060500       THEN                                                       06050001
060600        SET INS-THICK TO TRUE;                                    06060001
060700       ELSE                                                       06070001
060800        MOVE 'N' TO INS-THICK-FLAG;                               06080001
060900      END-IF.                                                     06090001
061000      WRITE INSERTER-CONTROL-RECORD.                              06100001
061100      ADD 1              TO CLS-PIECES (CLS-IX).                  06110001
061200      ADD PIECE-SHEETS   TO CLS-SHEETS (CLS-IX).                  06120001
061300      ADD PIECE-POSTAGE  TO CLS-POSTAGE (CLS-IX).                 06130001
061400      MOVE PIECE-COUNT  TO SEQ-DISP.                              06140001
061500      MOVE PIECE-SHEETS TO SHEETS-DISP.                           06150001
061600      IF INS-THICK                                                06160001
061700       THEN                                                       06170001
061800        ADD 1 TO THICK-COUNT;                                     06180001
061900        MOVE SPACES TO INSR-RPT-RECORD;                           06190001
062000        IF INS-ENV-FLAT                                           06200001
062100         THEN                                                     06210001
062200          STRING ' ' SEQ-DISP ' ' GRX-GROUP-NAME '  ' SHEETS-DISP 06220001
062300                 '  THICK - FLAT ENVELOPE'                        06230001
062400                 DELIMITED BY SIZE INTO INSR-RPT-RECORD;          06240001
062500         ELSE                                                     06250001
062600          STRING ' ' SEQ-DISP ' ' GRX-GROUP-NAME '  ' SHEETS-DISP 06260001
062700                 '  THICK - PULL FOR MANUAL INSERTION'            06270001
062800                 DELIMITED BY SIZE INTO INSR-RPT-RECORD;          06280001
062900        END-IF;                                                   06290001
063000        WRITE INSR-RPT-RECORD;                                    06300001
063100      END-IF.                                                     06310001
063200      IF PIECE-ZIP = SPACES                                       06320001
063300       THEN                                                       06330001
063400        ADD 1 TO NOZIP-COUNT;                                     06340001
063500        MOVE SPACES TO INSR-RPT-RECORD;                           06350001
063600        STRING ' ' SEQ-DISP ' ' GRX-GROUP-NAME '  ' SHEETS-DISP   06360001
063700               '  NO ZIP ON FILE'                                 06370001
063800               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            06380001
063900        WRITE INSR-RPT-RECORD;                                    06390001
064000      END-IF.                                                     06400001
064100      IF PIECE-ADDRESS = SPACES                                   06410001
064200       THEN                                                       06420001
064300        ADD 1 TO NOADDR-COUNT;                                    06430001
064400      END-IF.                                                     06440001
064500      EJECT                                                       06450001
064600* the mailroom's table: pieces, sheets, and estimated postage for 06460001
064700* each envelope class and for the run.                            06470001
064800  WRITE-CLASS-SUMMARY.                                            06480001
064900      MOVE SPACES TO INSR-RPT-RECORD.                             06490001
065000      WRITE INSR-RPT-RECORD.                                      06500001
065100      MOVE SPACES TO INSR-RPT-RECORD.                             06510001
065200      STRING ' CLASS     PIECES     SHEETS  EST POSTAGE'          06520001
065300             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              06530001
065400      WRITE INSR-RPT-RECORD.                                      06540001
065500      MOVE ZERO TO TOTAL-PIECES TOTAL-SHEETS TOTAL-POSTAGE.       06550001
065600      PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 3         06560001
065700        ADD CLS-PIECES (CLS-IX)  TO TOTAL-PIECES                  06570001
065800        ADD CLS-SHEETS (CLS-IX)  TO TOTAL-SHEETS                  06580001
065900        ADD CLS-POSTAGE (CLS-IX) TO TOTAL-POSTAGE                 06590001
066000        MOVE CLS-PIECES (CLS-IX)  TO PIECES-DISP                  06600001
066100        MOVE CLS-SHEETS (CLS-IX)  TO TSHEETS-DISP                 06610001
066200        MOVE CLS-POSTAGE (CLS-IX) TO POSTAGE-DISP                 06620001
066300        MOVE SPACES TO INSR-RPT-RECORD                            06630001
066400        STRING ' ' CLS-NAME (CLS-IX) ' ' PIECES-DISP              06640001
066500               '  ' TSHEETS-DISP ' ' POSTAGE-DISP                 06650001
066600               DELIMITED BY SIZE INTO INSR-RPT-RECORD             06660001
066700        WRITE INSR-RPT-RECORD                                     06670001
066800      END-PERFORM.                                                06680001
066900      MOVE TOTAL-PIECES  TO PIECES-DISP.                          06690001
067000      MOVE TOTAL-SHEETS  TO TSHEETS-DISP.                         06700001
067100      MOVE TOTAL-POSTAGE TO POSTAGE-DISP.                         06710001
067200      MOVE SPACES TO INSR-RPT-RECORD.                             06720001
067300      STRING ' TOTAL    ' PIECES-DISP '  ' TSHEETS-DISP           06730001
067400             ' ' POSTAGE-DISP                                     06740001
067500             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              06750001
067600      WRITE INSR-RPT-RECORD.                                      06760001
067700      MOVE SPACES TO INSR-RPT-RECORD.                             06770001
067800      WRITE INSR-RPT-RECORD.                                      06780001
067900      SKIP1                                                       06790001
068000  WRITE-REPORT-SUMMARY.                                           06800001
068100      IF EXPECTED-RUN-SET                                         06810001
068200       THEN                                                       06820001
068300        MOVE SPACES TO INSR-RPT-RECORD;                           06830001
068400        STRING ' RUN ID ' EXP-RID-JOBNAME ' ' EXP-RID-APPL-ID     06840001
068500               ' ' EXP-RID-DATE ' ' EXP-RID-TIME                  06850001
068600               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            06860001
068700        WRITE INSR-RPT-RECORD;                                    06870001
068800      END-IF.                                                     06880001
068900      MOVE INDEX-READ-COUNT TO COUNT-DISP.                        06890001
069000      MOVE SPACES TO INSR-RPT-RECORD.                             06900001
069100      STRING ' INDEX RECORDS READ ............ ' COUNT-DISP       06910001
069200             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              06920001
069300      WRITE INSR-RPT-RECORD.                                      06930001
069400      MOVE TLE-READ-COUNT TO COUNT-DISP.                          06940001
069500      MOVE SPACES TO INSR-RPT-RECORD.                             06950001
069600      STRING ' EXTRACT RECORDS READ .......... ' COUNT-DISP       06960001
069700             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              06970001
069800      WRITE INSR-RPT-RECORD.                                      06980001
069900      MOVE PIECE-COUNT TO COUNT-DISP.                             06990001
070000      MOVE SPACES TO INSR-RPT-RECORD.                             07000001
070100      STRING ' MAIL PIECES WRITTEN ........... ' COUNT-DISP       07010001
070200             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              07020001
070300      WRITE INSR-RPT-RECORD.                                      07030001
070400      MOVE THICK-COUNT TO COUNT-DISP.                             07040001
070500      MOVE SPACES TO INSR-RPT-RECORD.                             07050001
070600      STRING ' TOO THICK FOR #10 ............. ' COUNT-DISP       07060001
070700             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              07070001
070800      WRITE INSR-RPT-RECORD.                                      07080001
070900      MOVE NOZIP-COUNT TO COUNT-DISP.                             07090001
071000      MOVE SPACES TO INSR-RPT-RECORD.                             07100001
071100      STRING ' PIECES WITHOUT A ZIP .......... ' COUNT-DISP       07110001
071200             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              07120001
071300      WRITE INSR-RPT-RECORD.                                      07130001
071400      MOVE NOADDR-COUNT TO COUNT-DISP.                            07140001
071500      MOVE SPACES TO INSR-RPT-RECORD.                             07150001
071600      STRING ' PIECES WITHOUT AN ADDRESS ..... ' COUNT-DISP       07160001
071700             DELIMITED BY SIZE INTO INSR-RPT-RECORD.              07170001
071800      WRITE INSR-RPT-RECORD.                                      07180001
071900      IF ORPHAN-TLE-COUNT > ZERO                                  07190001
072000       THEN                                                       07200001
072100        MOVE ORPHAN-TLE-COUNT TO COUNT-DISP;                      07210001
072200        MOVE SPACES TO INSR-RPT-RECORD;                           07220001
072300        STRING ' EXTRACT RECORDS NOT USED ...... ' COUNT-DISP     07230001
072400               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            07240001
072500        WRITE INSR-RPT-RECORD;                                    07250001
072600      END-IF.                                                     07260001
072700      IF OTHER-RUN-COUNT > ZERO                                   07270001
072800       THEN                                                       07280001
072900        MOVE OTHER-RUN-COUNT TO COUNT-DISP;                       07290001
073000        MOVE SPACES TO INSR-RPT-RECORD;                           07300001
073100        STRING ' RECORDS OF ANOTHER RUN ........ ' COUNT-DISP     07310001
073200               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            07320001
073300        WRITE INSR-RPT-RECORD;                                    07330001
073400        DISPLAY PGMNAME, ' RECORDS OF ANOTHER RUN ..... ',        07340001
073500                COUNT-DISP;                                       07350001
073600        DISPLAY PGMNAME, ' INSERTER LOAD SHOULD BE HELD - RC=8';  07360001
073700      END-IF.                                                     07370001
073708      IF MASKED-VALUE-COUNT > ZERO                                07370843
073716       THEN                                                       07371643
073724        MOVE MASKED-VALUE-COUNT TO COUNT-DISP;                    07372443
073732        MOVE SPACES TO INSR-RPT-RECORD;                           07373243
073740        STRING ' MASKED VALUES NOT TAKEN ....... ' COUNT-DISP     07374043
073748               DELIMITED BY SIZE INTO INSR-RPT-RECORD;            07374843
073756        WRITE INSR-RPT-RECORD;                                    07375643
073764        DISPLAY PGMNAME, ' MASKED VALUES NOT TAKEN .... ',        07376443
073772                COUNT-DISP;                                       07377243
073780        DISPLAY PGMNAME, ' LOAD TLEIXIN FROM TLECLEAR - RC=8';    07378043
073788      END-IF.                                                     07378843
073800      MOVE PIECE-COUNT TO COUNT-DISP.                             07380001
073900      DISPLAY PGMNAME, ' MAIL PIECES WRITTEN ........ ',          07390001
074000              COUNT-DISP.                                         07400001
074100      IF CLS-PIECES (3) > ZERO                                    07410001
074200       THEN                                                       07420001
074300        MOVE CLS-PIECES (3) TO COUNT-DISP;                        07430001
074400        DISPLAY PGMNAME, ' PULL FOR MANUAL INSERTION .. ',        07440001
074500                COUNT-DISP, ' - RC=4';                            07450001
074600      END-IF.                                                     07460001
074700  END PROGRAM ACIFINSR.                                           07470001
