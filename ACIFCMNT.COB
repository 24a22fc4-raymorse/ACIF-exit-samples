000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* WRITTEN ON 15 Oct 2026 BY  MAINT    VERSION 01                  00020001
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFCMNT.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This is the maintenance program for the control   00070001
000800                files the ACIF exits load: SUPRCTL, SFDELCTL,     00080001
000900                SFTYPCTL, CTLTOTS, and PAGERNG.  Rows are no      00090001
001000                longer edited in place.  Every version of every   00100001
001100                row lives on a control master (laid out by        00110001
001200                CTLMSTR) with the dates it is in effect, who added00120001
001300                it and why, and who ended it; the live control    00130001
001400                files are rebuilt from the master for a processing00140001
001500                date, so a row with an end date comes out of the  00150001
001600                live file on its own.                             00160001
001700                                                                  00170001
001800                Each run reads the current master generation      00180001
001900                (ddname CTLMSTIN), applies the transactions       00190001
002000                (ddname CTLTRAN, laid out by CTLTRAN: A add, C    00200001
002100                change, D delete, each with the control file,     00210001
002200                operator ID, reason, effective-from and optional  00220001
002300                effective-to dates, and the row image), and writes00230001
002400                the next generation (ddname CTLMSTOT).  Every     00240001
002500                transaction applied is appended to the permanent  00250001
002600                change history (ddname CTLHIST, laid out by       00260001
002700                CTLHIST) with the version before and after.  Each 00270001
002800                live control file allocated under its own ddname  00280001
002900                (SUPRCTL, SFDELCTL, SFTYPCTL, CTLTOTS, PAGERNG) is00290001
003000                rebuilt with the rows in effect on the processing 00300001
003100                date.  A report (ddname CMNTRPT) shows every      00310001
003200                transaction with its before and after version and 00320001
003300                each live file's row count before and after.      00330001
003400                                                                  00340001
003500                A row is known by its key: the whole attribute    00350001
003600                name and value for SUPRCTL, type and length range 00360001
003700                for SFDELCTL, type for SFTYPCTL, page range for   00370001
003800                PAGERNG; CTLTOTS has one row.  At most one version00380001
003900                of a key is in effect on any day.  Transactions   00390001
004000                take effect on or after the processing date, never00400001
004100                before it, so the record of what was in effect on 00410001
004200                a past day is never rewritten.  Row images are    00420001
004300                validated as the exits and ACIFSFCK would.        00430001
004400                                                                  00440001
004500                The transactions are applied together or not at   00450001
004600                all: one rejected transaction leaves the master   00460001
004700                unchanged (the new generation is a copy) and      00470001
004800                nothing goes to the history.                      00480001
004900                                                                  00490001
005000                An optional control file (ddname CMNTCTL) is typed00500001
005100                in column 1:                                      00510001
005200                  P - processing date, columns 3-10 (default is   00520001
005300                      today)                                      00530001
005400                  N - no master yet: CTLMSTIN may be absent and   00540001
005500                      the master starts empty                     00550001
005600                                                                  00560001
005700                Return code 8: a transaction rejected, CTLMSTIN   00570001
005800                absent without an N record, CTLHIST absent when   00580001
005900                there are transactions, a defective control       00590001
006000                record, a live file with more rows than the exits'00600001
006100                table holds, or CTLTOTS allocated with no row in  00610001
006200                effect.                                           00620001
006300  DATE-WRITTEN. 15 Oct 2026.                                      00630001
006400  DATE-COMPILED.                                                  00640001
006500  SECURITY. IBM SAMPLE CODE ONLY.                                 00650001
006600  TITLE 'ACIF Control File Maintenance'.                          00660001
006700  ENVIRONMENT DIVISION.                                           00670001
006800  CONFIGURATION SECTION.                                          00680001
006900  SOURCE-COMPUTER. IBM-370.                                       00690001
007000  OBJECT-COMPUTER. IBM-370.                                       00700001
007100  INPUT-OUTPUT SECTION.                                           00710001
007200  FILE-CONTROL.                                                   00720001
007300      SELECT CMNTCTL-FILE ASSIGN TO CMNTCTL                       00730001
007400          ORGANIZATION IS SEQUENTIAL                              00740001
007500          ACCESS MODE IS SEQUENTIAL                               00750001
007600          FILE STATUS IS CMNTCTL-STATUS.                          00760001
007700      SELECT CTLTRAN-FILE ASSIGN TO CTLTRAN                       00770001
007800          ORGANIZATION IS SEQUENTIAL                              00780001
007900          ACCESS MODE IS SEQUENTIAL                               00790001
008000          FILE STATUS IS CTLTRAN-STATUS.                          00800001
008100      SELECT MASTER-IN-FILE ASSIGN TO CTLMSTIN                    00810001
008200          ORGANIZATION IS SEQUENTIAL                              00820001
008300          ACCESS MODE IS SEQUENTIAL                               00830001
008400          FILE STATUS IS MASTER-IN-STATUS.                        00840001
008500      SELECT MASTER-OUT-FILE ASSIGN TO CTLMSTOT                   00850001
008600          ORGANIZATION IS SEQUENTIAL                              00860001
008700          ACCESS MODE IS SEQUENTIAL                               00870001
008800          FILE STATUS IS MASTER-OUT-STATUS.                       00880001
008900      SELECT CTLHIST-FILE ASSIGN TO CTLHIST                       00890001
009000          ORGANIZATION IS SEQUENTIAL                              00900001
009100          ACCESS MODE IS SEQUENTIAL                               00910001
009200          FILE STATUS IS CTLHIST-STATUS.                          00920001
009300      SELECT SUPR-FILE ASSIGN TO SUPRCTL                          00930001
009400          ORGANIZATION IS SEQUENTIAL                              00940001
009500          ACCESS MODE IS SEQUENTIAL                               00950001
009600          FILE STATUS IS SUPR-FILE-STATUS.                        00960001
009700      SELECT SFDEL-FILE ASSIGN TO SFDELCTL                        00970001
009800          ORGANIZATION IS SEQUENTIAL                              00980001
009900          ACCESS MODE IS SEQUENTIAL                               00990001
010000          FILE STATUS IS SFDEL-FILE-STATUS.                       01000001
010100      SELECT SFTYPE-FILE ASSIGN TO SFTYPCTL                       01010001
010200          ORGANIZATION IS SEQUENTIAL                              01020001
010300          ACCESS MODE IS SEQUENTIAL                               01030001
010400          FILE STATUS IS SFTYPE-FILE-STATUS.                      01040001
010500      SELECT CTLTOT-FILE ASSIGN TO CTLTOTS                        01050001
010600          ORGANIZATION IS SEQUENTIAL                              01060001
010700          ACCESS MODE IS SEQUENTIAL                               01070001
010800          FILE STATUS IS CTLTOT-FILE-STATUS.                      01080001
010900      SELECT PAGERNG-FILE ASSIGN TO PAGERNG                       01090001
011000          ORGANIZATION IS SEQUENTIAL                              01100001
011100          ACCESS MODE IS SEQUENTIAL                               01110001
011200          FILE STATUS IS PAGERNG-FILE-STATUS.                     01120001
011300      SELECT CMNT-RPT-FILE ASSIGN TO CMNTRPT                      01130001
011400          ORGANIZATION IS SEQUENTIAL                              01140001
011500          ACCESS MODE IS SEQUENTIAL                               01150001
011600          FILE STATUS IS CMNT-RPT-STATUS.                         01160001
011700      EJECT                                                       01170001
011800  DATA DIVISION.                                                  01180001
011900  FILE SECTION.                                                   01190001
012000  FD  CMNTCTL-FILE                                                01200001
012100      RECORDING MODE F.                                           01210001
012200  01  CMNTCTL-RECORD.                                             01220001
012300      05  CMC-REC-TYPE        PIC X.                              01230001
012400          88  CMC-PROCESS-DATE    VALUE 'P'.                      01240001
012500          88  CMC-NEW-MASTER      VALUE 'N'.                      01250001
012600      05  FILLER              PIC X.                              01260001
012700      05  CMC-DATA            PIC X(78).                          01270001
012800      05  CMC-DATE-DATA       REDEFINES CMC-DATA.                 01280001
012900          10  CMC-DATE        PIC 9(8).                           01290001
013000          10  FILLER          PIC X(70).                          01300001
013100  FD  CTLTRAN-FILE                                                01310001
013200      RECORDING MODE F.                                           01320001
013300      COPY CTLTRAN.                                               01330001
013400  FD  MASTER-IN-FILE                                              01340001
013500      RECORDING MODE F.                                           01350001
013600  01  MASTER-IN-RECORD        PIC X(224).                         01360001
013700  FD  MASTER-OUT-FILE                                             01370001
013800      RECORDING MODE F.                                           01380001
013900  01  MASTER-OUT-RECORD       PIC X(224).                         01390001
014000  FD  CTLHIST-FILE                                                01400001
014100      RECORDING MODE F.                                           01410001
014200      COPY CTLHIST.                                               01420001
014300  FD  SUPR-FILE                                                   01430001
014400      RECORDING MODE F.                                           01440001
014500  01  SUPR-CTL-RECORD         PIC X(96).                          01450001
014600  FD  SFDEL-FILE                                                  01460001
014700      RECORDING MODE F.                                           01470001
014800  01  SFDEL-CTL-RECORD        PIC X(80).                          01480001
014900  FD  SFTYPE-FILE                                                 01490001
015000      RECORDING MODE F.                                           01500001
015100  01  SFTYPE-CTL-RECORD       PIC X(80).                          01510001
015200  FD  CTLTOT-FILE                                                 01520001
015300      RECORDING MODE F.                                           01530001
015400  01  CTLTOT-RECORD           PIC X(80).                          01540001
015500  FD  PAGERNG-FILE                                                01550001
015600      RECORDING MODE F.                                           01560001
015700  01  PAGERNG-CTL-RECORD      PIC X(80).                          01570001
015800  FD  CMNT-RPT-FILE                                               01580001
015900      RECORDING MODE F.                                           01590001
016000  01  CMNT-RPT-RECORD         PIC X(80).                          01600001
016100  WORKING-STORAGE SECTION.                                        01610001
016200  77  PGMNAME                 PIC X(8) VALUE 'ACIFCMNT'.          01620001
016300  77  CMNTCTL-STATUS          PIC XX VALUE SPACES.                01630001
016400  77  CTLTRAN-STATUS          PIC XX VALUE SPACES.                01640001
016500  77  MASTER-IN-STATUS        PIC XX VALUE SPACES.                01650001
016600  77  MASTER-OUT-STATUS       PIC XX VALUE SPACES.                01660001
016700  77  CTLHIST-STATUS          PIC XX VALUE SPACES.                01670001
016800  77  SUPR-FILE-STATUS        PIC XX VALUE SPACES.                01680001
016900  77  SFDEL-FILE-STATUS       PIC XX VALUE SPACES.                01690001
017000  77  SFTYPE-FILE-STATUS      PIC XX VALUE SPACES.                01700001
017100  77  CTLTOT-FILE-STATUS      PIC XX VALUE SPACES.                01710001
017200  77  PAGERNG-FILE-STATUS     PIC XX VALUE SPACES.                01720001
017300  77  CMNT-RPT-STATUS         PIC XX VALUE SPACES.                01730001
017400  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            01740001
017500  77  NEW-MASTER-FLAG         PIC X VALUE 'N'.                    01750001
017600      88  NEW-MASTER-ALLOWED      VALUE 'Y'.                      01760001
017700  77  MASTER-OPEN-FLAG        PIC X VALUE 'N'.                    01770001
017800      88  MASTER-FILE-OPEN        VALUE 'Y'.                      01780001
017900  77  APPLY-FLAG              PIC X VALUE 'Y'.                    01790001
018000      88  APPLY-OK                VALUE 'Y'.                      01800001
018100      88  APPLY-HELD              VALUE 'N'.                      01810001
018200  77  KEY-MATCH-FLAG          PIC X VALUE 'N'.                    01820001
018300      88  KEY-MATCHES             VALUE 'Y'.                      01830001
018400      88  KEY-DIFFERS             VALUE 'N'.                      01840001
018500  01  CMNT-CONTROLS.                                              01850001
018600      05  PROCESS-DATE        PIC 9(8) VALUE ZERO.                01860001
018700      05  RUN-DATE            PIC 9(8) VALUE ZERO.                01870001
018800      05  RUN-TIME            PIC 9(8) VALUE ZERO.                01880001
018900      05  OPEN-ENDED-DATE     PIC 9(8) VALUE 99999999.            01890001
019000  01  CMNT-COUNTERS.                                              01900001
019100      05  TRAN-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         01910001
019200      05  TRAN-REJECT-COUNT   PIC 9(8) BINARY VALUE ZERO.         01920001
019300      05  TRAN-APPLIED-COUNT  PIC 9(8) BINARY VALUE ZERO.         01930001
019400      05  MASTER-READ-COUNT   PIC 9(8) BINARY VALUE ZERO.         01940001
019500      05  MASTER-WRITE-COUNT  PIC 9(8) BINARY VALUE ZERO.         01950001
019600      05  HISTORY-COUNT       PIC 9(8) BINARY VALUE ZERO.         01960001
019700      05  MASTER-RECNO        PIC 9(8) BINARY VALUE ZERO.         01970001
019800      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         01980001
019900      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         01990001
020000      05  KEY-LEN             PIC 9(4) BINARY VALUE ZERO.         02000001
020100      05  TX                  PIC 9(4) BINARY VALUE ZERO.         02010001
020200      05  TX2                 PIC 9(4) BINARY VALUE ZERO.         02020001
020300      05  FX                  PIC 9(4) BINARY VALUE ZERO.         02030001
020400      05  DAY-NUMBER          PIC 9(8) BINARY VALUE ZERO.         02040001
020500  01  CMNT-DISPLAY-FIELDS.                                        02050001
020600      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    02060001
020700      05  COUNT2-DISP         PIC ZZZ,ZZZ,ZZ9.                    02070001
020800      05  RECNO-DISP          PIC ZZZZ9.                          02080001
020900      05  VERSION-DISP        PIC 9(4).                           02090001
021000      05  TYPE-HEX-DISP       PIC X(6).                           02100001
021100      05  IMAGE-LINE-1        PIC X(70) VALUE SPACES.             02110001
021200      05  IMAGE-LINE-2        PIC X(70) VALUE SPACES.             02120001
021300      05  RESULT-TEXT         PIC X(12) VALUE SPACES.             02130001
021400  01  HEX-WORK.                                                   02140001
021500      05  HEX-DIGITS          PIC X(16) VALUE '0123456789ABCDEF'. 02150001
021600      05  HEX-BYTE-VAL        PIC 9(4) BINARY.                    02160001
021700      05  HEX-Q               PIC 9(4) BINARY.                    02170001
021800      05  HEX-R               PIC 9(4) BINARY.                    02180001
021900      05  HEX-IX              PIC 9(4) BINARY.                    02190001
022000      05  HEX-TYPE-BYTES      PIC X(3).                           02200001
022100      05  HEX-TYPE-BYTE REDEFINES HEX-TYPE-BYTES                  02210001
022200                              OCCURS 3 TIMES PIC X.               02220001
022300      05  HEX-PAIR.                                               02230001
022400          10  HEX-PAIR-HI     PIC X.                              02240001
022500          10  HEX-PAIR-LO     PIC X.                              02250001
022600      05  HEX-PAIR-NUM REDEFINES HEX-PAIR                         02260001
022700                              PIC 9(4) BINARY.                    02270001
022800* the control files maintained: the ddname the exits read, how    02280001
022900* many leading bytes of the row are its key (zero for CTLTOTS,    02290001
023000* which has one row), the record length, and the rows the exits'  02300001
023100* table holds.                                                    02310001
023200  01  CONTROL-FILE-VALUES.                                        02320001
023300      05  FILLER.                                                 02330001
023400          10  FILLER          PIC X(8) VALUE 'SUPRCTL'.           02340001
023500          10  FILLER          PIC 9(3) VALUE 096.                 02350001
023600          10  FILLER          PIC 9(3) VALUE 096.                 02360001
023700          10  FILLER          PIC 9(3) VALUE 050.                 02370001
023800      05  FILLER.                                                 02380001
023900          10  FILLER          PIC X(8) VALUE 'SFDELCTL'.          02390001
024000          10  FILLER          PIC 9(3) VALUE 013.                 02400001
024100          10  FILLER          PIC 9(3) VALUE 080.                 02410001
024200          10  FILLER          PIC 9(3) VALUE 050.                 02420001
024300      05  FILLER.                                                 02430001
024400          10  FILLER          PIC X(8) VALUE 'SFTYPCTL'.          02440001
024500          10  FILLER          PIC 9(3) VALUE 003.                 02450001
024600          10  FILLER          PIC 9(3) VALUE 080.                 02460001
024700          10  FILLER          PIC 9(3) VALUE 050.                 02470001
024800      05  FILLER.                                                 02480001
024900          10  FILLER          PIC X(8) VALUE 'CTLTOTS'.           02490001
025000          10  FILLER          PIC 9(3) VALUE 000.                 02500001
025100          10  FILLER          PIC 9(3) VALUE 080.                 02510001
025200          10  FILLER          PIC 9(3) VALUE 001.                 02520001
025300      05  FILLER.                                                 02530001
025400          10  FILLER          PIC X(8) VALUE 'PAGERNG'.           02540001
025500          10  FILLER          PIC 9(3) VALUE 016.                 02550001
025600          10  FILLER          PIC 9(3) VALUE 080.                 02560001
025700          10  FILLER          PIC 9(3) VALUE 020.                 02570001
025800  01  CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-VALUES.           02580001
025900      05  CONTROL-FILE-ENTRY OCCURS 5 TIMES.                      02590001
026000          10  CFL-FILE-ID     PIC X(8).                           02600001
026100          10  CFL-KEY-LEN     PIC 9(3).                           02610001
026200          10  CFL-REC-LEN     PIC 9(3).                           02620001
026300          10  CFL-TABLE-MAX   PIC 9(3).                           02630001
026400* rows in effect on the processing date on the old master and on  02640001
026500* the new, and whether the live file is being rebuilt.            02650001
026600  01  CONTROL-FILE-COUNTS.                                        02660001
026700      05  CONTROL-FILE-COUNT OCCURS 5 TIMES.                      02670001
026800          10  CFC-BEFORE-COUNT PIC 9(8) BINARY.                   02680001
026900          10  CFC-AFTER-COUNT PIC 9(8) BINARY.                    02690001
027000          10  CFC-OPEN-FLAG   PIC X.                              02700001
027100              88  CFC-LIVE-OPEN   VALUE 'Y'.                      02710001
027200* the exits key behavior on the NAME column for these types; see  02720001
027300* ACIFSFCK, whose check this repeats.                             02730001
027400  01  EXPECTED-NAME-VALUES.                                       02740001
027500      05  FILLER.                                                 02750001
027600          10  FILLER          PIC X(3) VALUE X'D3A8A8'.           02760001
027700          10  FILLER          PIC X(8) VALUE 'BDT'.               02770001
027800      05  FILLER.                                                 02780001
027900          10  FILLER          PIC X(3) VALUE X'D3A9A8'.           02790001
028000          10  FILLER          PIC X(8) VALUE 'EDT'.               02800001
028100      05  FILLER.                                                 02810001
028200          10  FILLER          PIC X(3) VALUE X'D3A8AD'.           02820001
028300          10  FILLER          PIC X(8) VALUE 'BNG'.               02830001
028400      05  FILLER.                                                 02840001
028500          10  FILLER          PIC X(3) VALUE X'D3A9AD'.           02850001
028600          10  FILLER          PIC X(8) VALUE 'ENG'.               02860001
028700  01  EXPECTED-NAME-TABLE REDEFINES EXPECTED-NAME-VALUES.         02870001
028800      05  EXPECTED-NAME-ENTRY OCCURS 4 TIMES                      02880001
028900                              INDEXED BY EXP-NAME-IDX.            02890001
029000          10  EXP-TYPE        PIC X(3).                           02900001
029100          10  EXP-NAME        PIC X(8).                           02910001
029200* one row image, seen through each control file's layout.         02920001
029300  01  IMAGE-WORK              PIC X(96).                          02930001
029400  01  IMAGE-SUPR REDEFINES IMAGE-WORK.                            02940001
029500      05  IMS-ATTR-NAME       PIC X(32).                          02950001
029600      05  IMS-ATTR-VALUE      PIC X(64).                          02960001
029700  01  IMAGE-SFDEL REDEFINES IMAGE-WORK.                           02970001
029800      05  IMD-TYPE            PIC X(3).                           02980001
029900      05  IMD-MINLEN          PIC 9(5).                           02990001
030000      05  IMD-MAXLEN          PIC 9(5).                           03000001
030100      05  FILLER              PIC X(83).                          03010001
030200  01  IMAGE-SFTYPE REDEFINES IMAGE-WORK.                          03020001
030300      05  IMT-TYPE            PIC X(3).                           03030001
030400      05  IMT-CATEGORY        PIC X.                              03040001
030500      05  IMT-NAME            PIC X(8).                           03050001
030600      05  IMT-PAGE-FLAG       PIC X.                              03060001
030700      05  FILLER              PIC X(83).                          03070001
030800  01  IMAGE-CTLTOT REDEFINES IMAGE-WORK.                          03080001
030900      05  IMC-PAGE-MIN        PIC 9(8).                           03090001
031000      05  IMC-PAGE-MAX        PIC 9(8).                           03100001
031100      05  IMC-GROUP-MIN       PIC 9(8).                           03110001
031200      05  IMC-GROUP-MAX       PIC 9(8).                           03120001
031300      05  IMC-CONV-MIN        PIC 9(8).                           03130001
031400      05  IMC-CONV-MAX        PIC 9(8).                           03140001
031500      05  IMC-REJECT-MAX      PIC 9(8).                           03150001
031600      05  IMC-DUP-MAX         PIC 9(8).                           03160001
031700      05  FILLER              PIC X(32).                          03170001
031800  01  IMAGE-PAGERNG REDEFINES IMAGE-WORK.                         03180001
031900      05  IMP-FROM-PAGE       PIC 9(8).                           03190001
032000      05  IMP-TO-PAGE         PIC 9(8).                           03200001
032100      05  FILLER              PIC X(80).                          03210001
032200* the run's transactions, with what the master said about each.   03220001
032300  01  TRAN-TABLE.                                                 03230001
032400      05  TRAN-COUNT          PIC 9(4) BINARY VALUE ZERO.         03240001
032500      05  TRAN-ENTRY OCCURS 0 TO 200 TIMES                        03250001
032600                     DEPENDING ON TRAN-COUNT.                     03260001
032700          10  TRN-RECNO           PIC 9(5) BINARY.                03270001
032800          10  TRN-ACTION          PIC X.                          03280001
032900              88  TRN-ADD             VALUE 'A'.                  03290001
033000              88  TRN-CHANGE          VALUE 'C'.                  03300001
033100              88  TRN-DELETE          VALUE 'D'.                  03310001
033200          10  TRN-FILE-IX         PIC 9(4) BINARY.                03320001
033300          10  TRN-FILE-ID         PIC X(8).                       03330001
033400          10  TRN-EFF-FROM        PIC 9(8).                       03340001
033500          10  TRN-EFF-TO          PIC 9(8).                       03350001
033600          10  TRN-KEYED-DATES     PIC X(17).                      03360001
033700          10  TRN-OPERATOR        PIC X(8).                       03370001
033800          10  TRN-REASON          PIC X(40).                      03380001
033900          10  TRN-IMAGE           PIC X(96).                      03390001
034000          10  TRN-STATUS          PIC X.                          03400001
034100              88  TRN-ACCEPTED        VALUE 'A'.                  03410001
034200              88  TRN-REJECTED        VALUE 'R'.                  03420001
034300          10  TRN-REJECT-TEXT     PIC X(60).                      03430001
034400          10  TRN-TARGET-RECNO    PIC 9(8) BINARY.                03440001
034500          10  TRN-VERSION-MAX     PIC 9(4).                       03450001
034600          10  TRN-BEFORE-VERSION  PIC 9(4).                       03460001
034700          10  TRN-BEFORE-FROM     PIC 9(8).                       03470001
034800          10  TRN-BEFORE-TO       PIC 9(8).                       03480001
034900          10  TRN-ENDED-TO        PIC 9(8).                       03490001
035000          10  TRN-BEFORE-IMAGE    PIC X(96).                      03500001
035100      COPY CTLMSTR.                                               03510001
035200  TITLE 'Initialization and Main Line'.                           03520001
035300  PROCEDURE DIVISION.                                             03530001
035400  MAIN-LINE.                                                      03540001
035500      ACCEPT RUN-DATE FROM DATE YYYYMMDD.                         03550001
035600      ACCEPT RUN-TIME FROM TIME.                                  03560001
035700      MOVE RUN-DATE TO PROCESS-DATE.                              03570001
035800      INITIALIZE CONTROL-FILE-COUNTS.                             03580001
035900      OPEN OUTPUT CMNT-RPT-FILE.                                  03590001
036000      MOVE SPACES TO CMNT-RPT-RECORD.                             03600001
036100      STRING PGMNAME ' - ACIF CONTROL FILE MAINTENANCE'           03610001
036200             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              03620001
036300      WRITE CMNT-RPT-RECORD.                                      03630001
036400      PERFORM LOAD-MAINT-CONTROLS.                                03640001
036500      IF ERROR-COUNT > ZERO                                       03650001
036600       THEN                                                       03660001
036700        MOVE SPACES TO CMNT-RPT-RECORD;                           03670001
036800        STRING ' CMNTCTL UNUSABLE - NOTHING MAINTAINED'           03680001
036900               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            03690001
037000        WRITE CMNT-RPT-RECORD;                                    03700001
037100        CLOSE CMNT-RPT-FILE;                                      03710001
037200        DISPLAY PGMNAME, ' CMNTCTL UNUSABLE - RC=8';              03720001
037300        MOVE ERROR-RC TO RETURN-CODE;                             03730001
037400        GOBACK;                                                   03740001
037500      END-IF.                                                     03750001
037600      MOVE SPACES TO CMNT-RPT-RECORD.                             03760001
037700      STRING ' PROCESSING DATE ' PROCESS-DATE                     03770001
037800             '   RUN ' RUN-DATE ' ' RUN-TIME (1:6)                03780001
037900             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              03790001
038000      WRITE CMNT-RPT-RECORD.                                      03800001
038100      OPEN INPUT MASTER-IN-FILE.                                  03810001
038200      IF MASTER-IN-STATUS = '00'                                  03820001
038300       THEN                                                       03830001
038400        SET MASTER-FILE-OPEN TO TRUE;                             03840001
038500        CLOSE MASTER-IN-FILE;                                     03850001
038600       ELSE                                                       03860001
038700        IF NOT NEW-MASTER-ALLOWED                                 03870001
038800         THEN                                                     03880001
038900          MOVE SPACES TO CMNT-RPT-RECORD;                         03890001
039000          STRING ' CTLMSTIN NOT ALLOCATED AND NO N RECORD -'      03900001
039100                 ' NOTHING MAINTAINED'                            03910001
039200                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD;          03920001
039300          WRITE CMNT-RPT-RECORD;                                  03930001
039400          CLOSE CMNT-RPT-FILE;                                    03940001
039500          DISPLAY PGMNAME, ' CTLMSTIN NOT ALLOCATED - RC=8';      03950001
039600          MOVE ERROR-RC TO RETURN-CODE;                           03960001
039700          GOBACK;                                                 03970001
039800        END-IF;                                                   03980001
039900      END-IF.                                                     03990001
040000      PERFORM LOAD-TRANSACTIONS.                                  04000001
040100      PERFORM CHECK-AGAINST-MASTER.                               04010001
040200      PERFORM FINISH-TRANSACTION-CHECKS.                          04020001
040300      IF TRAN-REJECT-COUNT > ZERO                                 04030001
040400       THEN                                                       04040001
040500        SET APPLY-HELD TO TRUE;                                   04050001
040600      END-IF.                                                     04060001
040700      IF APPLY-OK AND TRAN-COUNT > ZERO                           04070001
040800       THEN                                                       04080001
040900        OPEN EXTEND CTLHIST-FILE;                                 04090001
041000        IF CTLHIST-STATUS NOT = '00'                              04100001
041100         THEN                                                     04110001
041200          ADD 1 TO ERROR-COUNT;                                   04120001
041300          SET APPLY-HELD TO TRUE;                                 04130001
041400          MOVE SPACES TO CMNT-RPT-RECORD;                         04140001
041500          STRING ' CTLHIST NOT ALLOCATED - NO TRANSACTION'        04150001
041600                 ' APPLIED WITHOUT ITS HISTORY'                   04160001
041700                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD;          04170001
041800          WRITE CMNT-RPT-RECORD;                                  04180001
041900        END-IF;                                                   04190001
042000      END-IF.                                                     04200001
042100      OPEN OUTPUT MASTER-OUT-FILE.                                04210001
042200      IF MASTER-OUT-STATUS NOT = '00'                             04220001
042300       THEN                                                       04230001
042400        IF APPLY-OK AND TRAN-COUNT > ZERO                         04240001
042500         THEN                                                     04250001
042600          CLOSE CTLHIST-FILE;                                     04260001
042700        END-IF;                                                   04270001
042800        MOVE SPACES TO CMNT-RPT-RECORD;                           04280001
042900        STRING ' CTLMSTOT OPEN FAILED - NOTHING MAINTAINED'       04290001
043000               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            04300001
043100        WRITE CMNT-RPT-RECORD;                                    04310001
043200        CLOSE CMNT-RPT-FILE;                                      04320001
043300        DISPLAY PGMNAME, ' CTLMSTOT OPEN FAILED - RC=8';          04330001
043400        MOVE ERROR-RC TO RETURN-CODE;                             04340001
043500        GOBACK;                                                   04350001
043600      END-IF.                                                     04360001
043700      PERFORM WRITE-TRANSACTION-REPORT.                           04370001
043800      PERFORM OPEN-LIVE-FILES.                                    04380001
043900      PERFORM REWRITE-MASTER.                                     04390001
044000      IF APPLY-OK                                                 04400001
044100       THEN                                                       04410001
044200        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT      04420001
044300          PERFORM APPLY-ONE-TRANSACTION                           04430001
044400        END-PERFORM;                                              04440001
044500        IF TRAN-COUNT > ZERO                                      04450001
044600         THEN                                                     04460001
044700          CLOSE CTLHIST-FILE;                                     04470001
044800        END-IF;                                                   04480001
044900      END-IF.                                                     04490001
045000      CLOSE MASTER-OUT-FILE.                                      04500001
045100      PERFORM CLOSE-LIVE-FILES.                                   04510001
045200      PERFORM WRITE-REPORT-SUMMARY.                               04520001
045300      CLOSE CMNT-RPT-FILE.                                        04530001
045400      IF ERROR-COUNT > ZERO OR TRAN-REJECT-COUNT > ZERO           04540001
045500       THEN                                                       04550001
045600        DISPLAY PGMNAME, ' CONTROL FILE MAINTENANCE INCOMPLETE',  04560001
045700                ' - RC=8';                                        04570001
045800        MOVE ERROR-RC TO RETURN-CODE;                             04580001
045900      END-IF.                                                     04590001
046000      GOBACK.                                                     04600001
046100      EJECT                                                       04610001
046200* loads the optional control file.  a defective record stops the  04620001
046300* run: a processing date misread rebuilds the wrong day's rows.   04630001
046400  LOAD-MAINT-CONTROLS.                                            04640001
046500      OPEN INPUT CMNTCTL-FILE.                                    04650001
046600      IF CMNTCTL-STATUS = '00'                                    04660001
046700       THEN                                                       04670001
046800        PERFORM UNTIL CMNTCTL-STATUS NOT = '00'                   04680001
046900          READ CMNTCTL-FILE                                       04690001
047000            AT END                                                04700001
047100              MOVE '10' TO CMNTCTL-STATUS                         04710001
047200            NOT AT END                                            04720001
047300              ADD 1 TO CTL-ROW-COUNT;                             04730001
047400              PERFORM LOAD-ONE-CONTROL-ROW                        04740001
047500          END-READ;                                               04750001
047600        END-PERFORM;                                              04760001
047700        CLOSE CMNTCTL-FILE;                                       04770001
047800      END-IF.                                                     04780001
047900      SKIP1                                                       04790001
048000* a record that is entirely blank is padding and skipped, as in   04800001
048100* the sibling control-file loaders.                               04810001
048200  LOAD-ONE-CONTROL-ROW.                                           04820001
048300      MOVE CTL-ROW-COUNT TO RECNO-DISP.                           04830001
048400      EVALUATE TRUE                                               04840001
048500        WHEN CMNTCTL-RECORD = SPACES                              04850001
048600          OR CMNTCTL-RECORD = LOW-VALUES                          04860001
048700          CONTINUE                                                04870001
048800        WHEN CMC-PROCESS-DATE                                     04880001
048900          IF CMC-DATE NOT NUMERIC                                 04890001
049000           THEN                                                   04900001
049100            MOVE SPACES TO CMNT-RPT-RECORD                        04910001
049200            STRING ' CMNTCTL ROW ' RECNO-DISP                     04920001
049300                   ' - PROCESSING DATE IS NOT NUMERIC'            04930001
049400                   DELIMITED BY SIZE INTO CMNT-RPT-RECORD         04940001
049500            PERFORM WRITE-CONTROL-DEFECT                          04950001
049600           ELSE                                                   04960001
049700            IF FUNCTION TEST-DATE-YYYYMMDD (CMC-DATE) NOT = ZERO  04970001
049800             THEN                                                 04980001
049900              MOVE SPACES TO CMNT-RPT-RECORD                      04990001
050000              STRING ' CMNTCTL ROW ' RECNO-DISP                   05000001
050100                     ' - PROCESSING DATE ' CMC-DATE               05010001
050200                     ' IS NOT A DATE'                             05020001
050300                     DELIMITED BY SIZE INTO CMNT-RPT-RECORD       05030001
050400              PERFORM WRITE-CONTROL-DEFECT                        05040001
050500             ELSE                                                 05050001
050600              MOVE CMC-DATE TO PROCESS-DATE                       05060001
050700            END-IF                                                05070001
050800          END-IF                                                  05080001
050900        WHEN CMC-NEW-MASTER                                       05090001
051000          SET NEW-MASTER-ALLOWED TO TRUE                          05100001
051100        WHEN OTHER                                                05110001
051200          MOVE SPACES TO CMNT-RPT-RECORD                          05120001
051300          STRING ' CMNTCTL ROW ' RECNO-DISP                       05130001
051400                 ' - TYPE ''' CMC-REC-TYPE ''' IS NOT P OR N'     05140001
051500                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD           05150001
051600          PERFORM WRITE-CONTROL-DEFECT                            05160001
051700      END-EVALUATE.                                               05170001
051800      SKIP1                                                       05180001
051900  WRITE-CONTROL-DEFECT.                                           05190001
052000      ADD 1 TO ERROR-COUNT.                                       05200001
052100      WRITE CMNT-RPT-RECORD.                                      05210001
052200      EJECT                                                       05220001
052300* loads the transactions and validates each on its own: action,   05230001
052400* control file, operator and reason, dates, and the row image.  a 05240001
052500* key may be maintained once a run, so one transaction never      05250001
052600* depends on another.  no transaction file is a rebuild-only run. 05260001
052700  LOAD-TRANSACTIONS.                                              05270001
052800      OPEN INPUT CTLTRAN-FILE.                                    05280001
052900      IF CTLTRAN-STATUS = '00'                                    05290001
053000       THEN                                                       05300001
053100        PERFORM UNTIL CTLTRAN-STATUS NOT = '00'                   05310001
053200          READ CTLTRAN-FILE                                       05320001
053300            AT END                                                05330001
053400              MOVE '10' TO CTLTRAN-STATUS                         05340001
053500            NOT AT END                                            05350001
053600              ADD 1 TO TRAN-READ-COUNT;                           05360001
053700              IF CTL-TRAN-RECORD NOT = SPACES                     05370001
053800                 AND CTL-TRAN-RECORD NOT = LOW-VALUES             05380001
053900               THEN                                               05390001
054000                PERFORM LOAD-ONE-TRANSACTION;                     05400001
054100              END-IF                                              05410001
054200          END-READ;                                               05420001
054300        END-PERFORM;                                              05430001
054400        CLOSE CTLTRAN-FILE;                                       05440001
054500      END-IF.                                                     05450001
054600      SKIP1                                                       05460001
054700  LOAD-ONE-TRANSACTION.                                           05470001
054800      IF TRAN-COUNT = 200                                         05480001
054900       THEN                                                       05490001
055000        ADD 1 TO ERROR-COUNT;                                     05500001
055100        MOVE TRAN-READ-COUNT TO RECNO-DISP;                       05510001
055200        MOVE SPACES TO CMNT-RPT-RECORD;                           05520001
055300        STRING ' CTLTRAN RECORD ' RECNO-DISP                      05530001
055400               ' - PAST THE 200-TRANSACTION LIMIT - RUN THE REST' 05540001
055500               ' NEXT'                                            05550001
055600               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            05560001
055700        WRITE CMNT-RPT-RECORD;                                    05570001
055800       ELSE                                                       05580001
055900        ADD 1 TO TRAN-COUNT;                                      05590001
056000        MOVE TRAN-COUNT TO TX;                                    05600001
056100        MOVE TRAN-READ-COUNT TO TRN-RECNO (TX);                   05610001
056200        MOVE CTT-ACTION TO TRN-ACTION (TX);                       05620001
056300        MOVE CTT-FILE-ID TO TRN-FILE-ID (TX);                     05630001
056400        MOVE CTT-OPERATOR TO TRN-OPERATOR (TX);                   05640001
056500        MOVE CTT-REASON TO TRN-REASON (TX);                       05650001
056600        MOVE CTT-IMAGE TO TRN-IMAGE (TX);                         05660001
056700        MOVE CTL-TRAN-RECORD (12:17) TO TRN-KEYED-DATES (TX);     05670001
056800        MOVE ZERO TO TRN-FILE-IX (TX) TRN-EFF-FROM (TX)           05680001
056900                     TRN-EFF-TO (TX) TRN-TARGET-RECNO (TX)        05690001
057000                     TRN-VERSION-MAX (TX) TRN-BEFORE-VERSION (TX) 05700001
057100                     TRN-BEFORE-FROM (TX) TRN-BEFORE-TO (TX)      05710001
057200                     TRN-ENDED-TO (TX);                           05720001
057300        MOVE SPACES TO TRN-REJECT-TEXT (TX) TRN-BEFORE-IMAGE (TX);05730001
057400        SET TRN-ACCEPTED (TX) TO TRUE;                            05740001
057500        PERFORM VALIDATE-TRANSACTION;                             05750001
057600        IF TRN-REJECTED (TX)                                      05760001
057700         THEN                                                     05770001
057800          ADD 1 TO TRAN-REJECT-COUNT;                             05780001
057900        END-IF;                                                   05790001
058000      END-IF.                                                     05800001
058100      SKIP1                                                       05810001
058200* the first defect found is the one reported.                     05820001
058300  VALIDATE-TRANSACTION.                                           05830001
058400      MOVE ZERO TO FX.                                            05840001
058500      PERFORM VARYING TX2 FROM 1 BY 1 UNTIL TX2 > 5               05850001
058600        IF CFL-FILE-ID (TX2) = CTT-FILE-ID                        05860001
058700         THEN                                                     05870001
058800          MOVE TX2 TO FX;                                         05880001
058900        END-IF;                                                   05890001
059000      END-PERFORM.                                                05900001
059100      MOVE FX TO TRN-FILE-IX (TX).                                05910001
059200      EVALUATE TRUE                                               05920001
059300        WHEN NOT CTT-ADD AND NOT CTT-CHANGE AND NOT CTT-DELETE    05930001
059400          MOVE 'ACTION IS NOT A, C OR D'                          05940001
059500            TO TRN-REJECT-TEXT (TX)                               05950001
059600        WHEN FX = ZERO                                            05960001
059700          MOVE 'FILE IS NOT ONE MAINTAINED HERE'                  05970001
059800            TO TRN-REJECT-TEXT (TX)                               05980001
059900        WHEN CTT-OPERATOR = SPACES OR CTT-REASON = SPACES         05990001
060000          MOVE 'OPERATOR ID AND REASON ARE BOTH REQUIRED'         06000001
060100            TO TRN-REJECT-TEXT (TX)                               06010001
060200        WHEN CTT-EFF-FROM NOT NUMERIC                             06020001
060300          MOVE 'EFFECTIVE-FROM IS NOT A DATE'                     06030001
060400            TO TRN-REJECT-TEXT (TX)                               06040001
060500        WHEN FUNCTION TEST-DATE-YYYYMMDD (CTT-EFF-FROM) NOT = ZERO06050001
060600          MOVE 'EFFECTIVE-FROM IS NOT A DATE'                     06060001
060700            TO TRN-REJECT-TEXT (TX)                               06070001
060800        WHEN CTT-EFF-FROM < PROCESS-DATE                          06080001
060900          MOVE 'EFFECTIVE-FROM IS BEFORE THE PROCESSING DATE'     06090001
061000            TO TRN-REJECT-TEXT (TX)                               06100001
061100        WHEN OTHER                                                06110001
061200          MOVE CTT-EFF-FROM TO TRN-EFF-FROM (TX)                  06120001
061300          PERFORM VALIDATE-EFFECTIVE-TO                           06130001
061400      END-EVALUATE.                                               06140001
061500      IF TRN-REJECT-TEXT (TX) = SPACES                            06150001
061600         AND NOT CTT-DELETE                                       06160001
061700       THEN                                                       06170001
061800        MOVE CTT-IMAGE TO IMAGE-WORK;                             06180001
061900        PERFORM VALIDATE-ROW-IMAGE;                               06190001
062000      END-IF.                                                     06200001
062100      IF TRN-REJECT-TEXT (TX) = SPACES                            06210001
062200       THEN                                                       06220001
062300        IF CFL-REC-LEN (FX) < 96                                  06230001
062400         THEN                                                     06240001
062500          MOVE SPACES TO TRN-IMAGE (TX) (CFL-REC-LEN (FX) + 1:);  06250001
062600        END-IF;                                                   06260001
062700        PERFORM CHECK-KEY-ALREADY-USED;                           06270001
062800      END-IF.                                                     06280001
062900      IF TRN-REJECT-TEXT (TX) NOT = SPACES                        06290001
063000       THEN                                                       06300001
063100        SET TRN-REJECTED (TX) TO TRUE;                            06310001
063200      END-IF.                                                     06320001
063300      SKIP1                                                       06330001
063400* blank means open-ended; a delete's end date is the day before   06340001
063500* its effective-from, so any effective-to it carries is ignored.  06350001
063600  VALIDATE-EFFECTIVE-TO.                                          06360001
063700      EVALUATE TRUE                                               06370001
063800        WHEN CTT-EFF-TO = SPACES OR CTT-DELETE                    06380001
063900          MOVE OPEN-ENDED-DATE TO TRN-EFF-TO (TX)                 06390001
064000        WHEN CTT-EFF-TO-N NOT NUMERIC                             06400001
064100          MOVE 'EFFECTIVE-TO IS NOT A DATE'                       06410001
064200            TO TRN-REJECT-TEXT (TX)                               06420001
064300        WHEN CTT-EFF-TO-N = OPEN-ENDED-DATE                       06430001
064400          MOVE OPEN-ENDED-DATE TO TRN-EFF-TO (TX)                 06440001
064500        WHEN FUNCTION TEST-DATE-YYYYMMDD (CTT-EFF-TO-N) NOT = ZERO06450001
064600          MOVE 'EFFECTIVE-TO IS NOT A DATE'                       06460001
064700            TO TRN-REJECT-TEXT (TX)                               06470001
064800        WHEN CTT-EFF-TO-N < CTT-EFF-FROM                          06480001
064900          MOVE 'EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM'            06490001
065000            TO TRN-REJECT-TEXT (TX)                               06500001
065100        WHEN OTHER                                                06510001
065200          MOVE CTT-EFF-TO-N TO TRN-EFF-TO (TX)                    06520001
065300      END-EVALUATE.                                               06530001
065400      SKIP1                                                       06540001
065500* the row as the exit will load it, checked the way the exit's    06550001
065600* loader and ACIFSFCK check it.                                   06560001
065700  VALIDATE-ROW-IMAGE.                                             06570001
065800      EVALUATE CFL-FILE-ID (FX)                                   06580001
065900        WHEN 'SUPRCTL'                                            06590001
066000          IF IMS-ATTR-NAME = SPACES OR IMS-ATTR-VALUE = SPACES    06600001
066100           THEN                                                   06610001
066200            MOVE 'ATTRIBUTE NAME AND VALUE ARE BOTH REQUIRED'     06620001
066300              TO TRN-REJECT-TEXT (TX)                             06630001
066400          END-IF                                                  06640001
066500        WHEN 'SFDELCTL'                                           06650001
066600          EVALUATE TRUE                                           06660001
066700            WHEN IMD-TYPE = SPACES OR IMD-TYPE = LOW-VALUES       06670001
066800              MOVE 'SF TYPE IS MISSING' TO TRN-REJECT-TEXT (TX)   06680001
066900            WHEN IMD-MINLEN NOT NUMERIC                           06690001
067000              OR IMD-MAXLEN NOT NUMERIC                           06700001
067100              MOVE 'MINLEN OR MAXLEN IS NOT NUMERIC'              06710001
067200                TO TRN-REJECT-TEXT (TX)                           06720001
067300            WHEN IMD-MINLEN > IMD-MAXLEN                          06730001
067400              MOVE 'MINLEN EXCEEDS MAXLEN' TO TRN-REJECT-TEXT (TX)06740001
067500            WHEN OTHER                                            06750001
067600              CONTINUE                                            06760001
067700          END-EVALUATE                                            06770001
067800        WHEN 'SFTYPCTL'                                           06780001
067900          PERFORM VALIDATE-SFTYPE-IMAGE                           06790001
068000        WHEN 'CTLTOTS'                                            06800001
068100          EVALUATE TRUE                                           06810001
068200            WHEN IMC-PAGE-MIN NOT NUMERIC                         06820001
068300              OR IMC-PAGE-MAX NOT NUMERIC                         06830001
068400              OR IMC-GROUP-MIN NOT NUMERIC                        06840001
068500              OR IMC-GROUP-MAX NOT NUMERIC                        06850001
068600              OR IMC-CONV-MIN NOT NUMERIC                         06860001
068700              OR IMC-CONV-MAX NOT NUMERIC                         06870001
068800              OR IMC-REJECT-MAX NOT NUMERIC                       06880001
068900              OR IMC-DUP-MAX NOT NUMERIC                          06890001
069000              MOVE 'A RANGE OR CEILING IS NOT NUMERIC'            06900001
069100                TO TRN-REJECT-TEXT (TX)                           06910001
069200            WHEN IMC-PAGE-MIN > IMC-PAGE-MAX                      06920001
069300              OR IMC-GROUP-MIN > IMC-GROUP-MAX                    06930001
069400              OR IMC-CONV-MIN > IMC-CONV-MAX                      06940001
069500              MOVE 'A RANGE MINIMUM EXCEEDS ITS MAXIMUM'          06950001
069600                TO TRN-REJECT-TEXT (TX)                           06960001
069700            WHEN OTHER                                            06970001
069800              CONTINUE                                            06980001
069900          END-EVALUATE                                            06990001
070000        WHEN 'PAGERNG'                                            07000001
070100          IF IMP-FROM-PAGE NOT NUMERIC                            07010001
070200             OR IMP-TO-PAGE NOT NUMERIC                           07020001
070300           THEN                                                   07030001
070400            MOVE 'FROM OR TO PAGE IS NOT NUMERIC'                 07040001
070500              TO TRN-REJECT-TEXT (TX)                             07050001
070600           ELSE                                                   07060001
070700            IF IMP-FROM-PAGE > IMP-TO-PAGE                        07070001
070800             THEN                                                 07080001
070900              MOVE 'FROM PAGE EXCEEDS TO PAGE'                    07090001
071000                TO TRN-REJECT-TEXT (TX)                           07100001
071100            END-IF                                                07110001
071200          END-IF                                                  07120001
071300      END-EVALUATE.                                               07130001
071400      SKIP1                                                       07140001
071500  VALIDATE-SFTYPE-IMAGE.                                          07150001
071600      EVALUATE TRUE                                               07160001
071700        WHEN IMT-TYPE = SPACES OR IMT-TYPE = LOW-VALUES           07170001
071800          MOVE 'SF TYPE IS MISSING' TO TRN-REJECT-TEXT (TX)       07180001
071900        WHEN IMT-CATEGORY NOT = 'B' AND IMT-CATEGORY NOT = 'E'    07190001
072000          MOVE 'CATEGORY IS NOT B OR E' TO TRN-REJECT-TEXT (TX)   07200001
072100        WHEN IMT-PAGE-FLAG NOT = 'Y' AND IMT-PAGE-FLAG NOT = 'N'  07210001
072200          MOVE 'PAGE FLAG IS NOT Y OR N' TO TRN-REJECT-TEXT (TX)  07220001
072300        WHEN IMT-NAME = SPACES OR IMT-NAME = LOW-VALUES           07230001
072400          MOVE 'NAME IS MISSING' TO TRN-REJECT-TEXT (TX)          07240001
072500        WHEN OTHER                                                07250001
072600          SET EXP-NAME-IDX TO 1                                   07260001
072700          SEARCH EXPECTED-NAME-ENTRY                              07270001
072800            AT END                                                07280001
072900              CONTINUE                                            07290001
073000            WHEN EXP-TYPE (EXP-NAME-IDX) = IMT-TYPE               07300001
073100              IF IMT-NAME NOT = EXP-NAME (EXP-NAME-IDX)           07310001
073200               THEN                                               07320001
073300                MOVE IMT-TYPE TO HEX-TYPE-BYTES                   07330001
073400                PERFORM FORMAT-TYPE-HEX                           07340001
073500                STRING 'TYPE X''' TYPE-HEX-DISP                   07350001
073600                       ''' NEEDS NAME '''                         07360001
073700                       DELIMITED BY SIZE                          07370001
073800                       EXP-NAME (EXP-NAME-IDX)                    07380001
073900                       DELIMITED BY SPACE                         07390001
074000                       ''''                                       07400001
074100                       DELIMITED BY SIZE                          07410001
074200                       INTO TRN-REJECT-TEXT (TX)                  07420001
074300              END-IF                                              07430001
074400          END-SEARCH                                              07440001
074500      END-EVALUATE.                                               07450001
074600      SKIP1                                                       07460001
074700* a key maintained twice in one run is refused the second time.   07470001
074800  CHECK-KEY-ALREADY-USED.                                         07480001
074900      PERFORM VARYING TX2 FROM 1 BY 1 UNTIL TX2 NOT < TX          07490001
075000        IF TRN-ACCEPTED (TX2)                                     07500001
075100           AND TRN-FILE-IX (TX2) = FX                             07510001
075200         THEN                                                     07520001
075300          MOVE CFL-KEY-LEN (FX) TO KEY-LEN;                       07530001
075400          IF KEY-LEN = ZERO                                       07540001
075500             OR TRN-IMAGE (TX2) (1:KEY-LEN)                       07550001
075600                = TRN-IMAGE (TX) (1:KEY-LEN)                      07560001
075700           THEN                                                   07570001
075800            MOVE TRN-RECNO (TX2) TO RECNO-DISP;                   07580001
075900            MOVE SPACES TO TRN-REJECT-TEXT (TX);                  07590001
076000            STRING 'ROW ALREADY MAINTAINED BY TRANSACTION '       07600001
076100                   RECNO-DISP ' THIS RUN'                         07610001
076200                   DELIMITED BY SIZE INTO TRN-REJECT-TEXT (TX);   07620001
076300          END-IF;                                                 07630001
076400        END-IF;                                                   07640001
076500      END-PERFORM.                                                07650001
076600      EJECT                                                       07660001
076700* first pass over the old master: for each accepted transaction,  07670001
076800* the highest version of its key, the version in effect on its    07680001
076900* effective-from date (the one a change or delete ends), and any  07690001
077000* other version its new dates would overlap.  the live files'     07700001
077100* row counts before the run are taken on the way.                 07710001
077200  CHECK-AGAINST-MASTER.                                           07720001
077300      IF MASTER-FILE-OPEN                                         07730001
077400       THEN                                                       07740001
077500        MOVE ZERO TO MASTER-RECNO;                                07750001
077600        OPEN INPUT MASTER-IN-FILE;                                07760001
077700        PERFORM UNTIL MASTER-IN-STATUS NOT = '00'                 07770001
077800          READ MASTER-IN-FILE INTO CTL-MASTER-RECORD              07780001
077900            AT END                                                07790001
078000              MOVE '10' TO MASTER-IN-STATUS                       07800001
078100            NOT AT END                                            07810001
078200              ADD 1 TO MASTER-RECNO;                              07820001
078300              ADD 1 TO MASTER-READ-COUNT;                         07830001
078400              PERFORM CHECK-ONE-MASTER-RECORD                     07840001
078500          END-READ;                                               07850001
078600        END-PERFORM;                                              07860001
078700        CLOSE MASTER-IN-FILE;                                     07870001
078800      END-IF.                                                     07880001
078900      SKIP1                                                       07890001
079000  CHECK-ONE-MASTER-RECORD.                                        07900001
079100      PERFORM FIND-MASTER-FILE.                                   07910001
079200      IF FX = ZERO                                                07920001
079300       THEN                                                       07930001
079400        ADD 1 TO ERROR-COUNT;                                     07940001
079500        MOVE MASTER-RECNO TO COUNT-DISP;                          07950001
079600        MOVE SPACES TO CMNT-RPT-RECORD;                           07960001
079700        STRING ' CTLMSTIN RECORD ' COUNT-DISP ' - FILE '''        07970001
079800               CTM-FILE-ID ''' IS NOT MAINTAINED HERE'            07980001
079900               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            07990001
080000        WRITE CMNT-RPT-RECORD;                                    08000001
080100       ELSE                                                       08010001
080200        IF CTM-EFF-FROM NOT > PROCESS-DATE                        08020001
080300           AND CTM-EFF-TO NOT < PROCESS-DATE                      08030001
080400         THEN                                                     08040001
080500          ADD 1 TO CFC-BEFORE-COUNT (FX);                         08050001
080600        END-IF;                                                   08060001
080700        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT      08070001
080800          IF TRN-ACCEPTED (TX) AND TRN-FILE-IX (TX) = FX          08080001
080900           THEN                                                   08090001
081000            PERFORM MATCH-MASTER-KEY;                             08100001
081100            IF KEY-MATCHES                                        08110001
081200             THEN                                                 08120001
081300              PERFORM CHECK-TRANSACTION-VERSION;                  08130001
081400            END-IF;                                               08140001
081500          END-IF;                                                 08150001
081600        END-PERFORM;                                              08160001
081700      END-IF.                                                     08170001
081800      SKIP1                                                       08180001
081900  FIND-MASTER-FILE.                                               08190001
082000      MOVE ZERO TO FX.                                            08200001
082100      PERFORM VARYING TX2 FROM 1 BY 1 UNTIL TX2 > 5               08210001
082200        IF CFL-FILE-ID (TX2) = CTM-FILE-ID                        08220001
082300         THEN                                                     08230001
082400          MOVE TX2 TO FX;                                         08240001
082500        END-IF;                                                   08250001
082600      END-PERFORM.                                                08260001
082700      SKIP1                                                       08270001
082800  MATCH-MASTER-KEY.                                               08280001
082900      SET KEY-DIFFERS TO TRUE.                                    08290001
083000      MOVE CFL-KEY-LEN (FX) TO KEY-LEN.                           08300001
083100      IF KEY-LEN = ZERO                                           08310001
083200       THEN                                                       08320001
083300        SET KEY-MATCHES TO TRUE;                                  08330001
083400       ELSE                                                       08340001
083500        IF CTM-IMAGE (1:KEY-LEN) = TRN-IMAGE (TX) (1:KEY-LEN)     08350001
083600         THEN                                                     08360001
083700          SET KEY-MATCHES TO TRUE;                                08370001
083800        END-IF;                                                   08380001
083900      END-IF.                                                     08390001
084000      SKIP1                                                       08400001
084100  CHECK-TRANSACTION-VERSION.                                      08410001
084200      IF CTM-VERSION > TRN-VERSION-MAX (TX)                       08420001
084300       THEN                                                       08430001
084400        MOVE CTM-VERSION TO TRN-VERSION-MAX (TX);                 08440001
084500      END-IF.                                                     08450001
084600      IF NOT TRN-ADD (TX)                                         08460001
084700         AND CTM-EFF-FROM NOT > TRN-EFF-FROM (TX)                 08470001
084800         AND CTM-EFF-TO NOT < TRN-EFF-FROM (TX)                   08480001
084900       THEN                                                       08490001
085000        MOVE MASTER-RECNO TO TRN-TARGET-RECNO (TX);               08500001
085100        MOVE CTM-VERSION TO TRN-BEFORE-VERSION (TX);              08510001
085200        MOVE CTM-EFF-FROM TO TRN-BEFORE-FROM (TX);                08520001
085300        MOVE CTM-EFF-TO TO TRN-BEFORE-TO (TX);                    08530001
085400        MOVE CTM-IMAGE TO TRN-BEFORE-IMAGE (TX);                  08540001
085500        COMPUTE DAY-NUMBER =                                      08550001
085600                FUNCTION INTEGER-OF-DATE (TRN-EFF-FROM (TX)) - 1; 08560001
085700        COMPUTE TRN-ENDED-TO (TX) =                               08570001
085800                FUNCTION DATE-OF-INTEGER (DAY-NUMBER);            08580001
085900       ELSE                                                       08590001
086000        IF NOT TRN-DELETE (TX)                                    08600001
086100           AND CTM-EFF-FROM NOT > TRN-EFF-TO (TX)                 08610001
086200           AND CTM-EFF-TO NOT < TRN-EFF-FROM (TX)                 08620001
086300         THEN                                                     08630001
086400          MOVE CTM-VERSION TO VERSION-DISP;                       08640001
086500          MOVE SPACES TO TRN-REJECT-TEXT (TX);                    08650001
086600          STRING 'OVERLAPS VERSION ' VERSION-DISP ' IN EFFECT '   08660001
086700                 CTM-EFF-FROM '-' CTM-EFF-TO                      08670001
086800                 DELIMITED BY SIZE INTO TRN-REJECT-TEXT (TX);     08680001
086900          SET TRN-REJECTED (TX) TO TRUE;                          08690001
087000          ADD 1 TO TRAN-REJECT-COUNT;                             08700001
087100        END-IF;                                                   08710001
087200      END-IF.                                                     08720001
087300      SKIP1                                                       08730001
087400* a change or delete needs a version in effect to end.            08740001
087500  FINISH-TRANSACTION-CHECKS.                                      08750001
087600      PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT        08760001
087700        IF TRN-ACCEPTED (TX)                                      08770001
087800           AND NOT TRN-ADD (TX)                                   08780001
087900           AND TRN-TARGET-RECNO (TX) = ZERO                       08790001
088000         THEN                                                     08800001
088100          MOVE 'NO VERSION OF THE ROW IN EFFECT ON EFFECTIVE-FROM'08810001
088200            TO TRN-REJECT-TEXT (TX);                              08820001
088300          SET TRN-REJECTED (TX) TO TRUE;                          08830001
088400          ADD 1 TO TRAN-REJECT-COUNT;                             08840001
088500        END-IF;                                                   08850001
088600      END-PERFORM.                                                08860001
088700      EJECT                                                       08870001
088800* before and after for each transaction, whether or not the run   08880001
088900* goes on to apply it; a rejected one shows the row as keyed.     08890001
089000  WRITE-TRANSACTION-REPORT.                                       08900001
089100      MOVE SPACES TO CMNT-RPT-RECORD.                             08910001
089200      WRITE CMNT-RPT-RECORD.                                      08920001
089300      MOVE SPACES TO CMNT-RPT-RECORD.                             08930001
089400      STRING ' TRAN  ACT FILE     OPERATOR EFFECTIVE'             08940001
089500             '           RESULT'                                  08950001
089600             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              08960001
089700      WRITE CMNT-RPT-RECORD.                                      08970001
089800      IF TRAN-COUNT = ZERO                                        08980001
089900       THEN                                                       08990001
090000        MOVE SPACES TO CMNT-RPT-RECORD;                           09000001
090100        STRING ' NO TRANSACTIONS - LIVE FILES REBUILT ONLY'       09010001
090200               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09020001
090300        WRITE CMNT-RPT-RECORD;                                    09030001
090400      END-IF.                                                     09040001
090500      PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT        09050001
090600        PERFORM REPORT-ONE-TRANSACTION                            09060001
090700      END-PERFORM.                                                09070001
090800      SKIP1                                                       09080001
090900  REPORT-ONE-TRANSACTION.                                         09090001
091000      EVALUATE TRUE                                               09100001
091100        WHEN TRN-REJECTED (TX)                                    09110001
091200          MOVE 'REJECTED' TO RESULT-TEXT                          09120001
091300        WHEN APPLY-HELD                                           09130001
091400          MOVE 'NOT APPLIED' TO RESULT-TEXT                       09140001
091500        WHEN OTHER                                                09150001
091600          MOVE 'APPLIED' TO RESULT-TEXT                           09160001
091700      END-EVALUATE.                                               09170001
091800      MOVE TRN-RECNO (TX) TO RECNO-DISP.                          09180001
091900      MOVE SPACES TO CMNT-RPT-RECORD.                             09190001
092000      IF TRN-REJECTED (TX)                                        09200001
092100       THEN                                                       09210001
092200        STRING ' ' RECNO-DISP '  ' TRN-ACTION (TX) '  '           09220001
092300               TRN-FILE-ID (TX) ' ' TRN-OPERATOR (TX) ' '         09230001
092400               TRN-KEYED-DATES (TX) ' ' RESULT-TEXT               09240001
092500               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09250001
092600       ELSE                                                       09260001
092700        STRING ' ' RECNO-DISP '  ' TRN-ACTION (TX) '  '           09270001
092800               TRN-FILE-ID (TX) ' ' TRN-OPERATOR (TX) ' '         09280001
092900               TRN-EFF-FROM (TX) '-' TRN-EFF-TO (TX) ' '          09290001
093000               RESULT-TEXT                                        09300001
093100               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09310001
093200      END-IF.                                                     09320001
093300      WRITE CMNT-RPT-RECORD.                                      09330001
093400      MOVE SPACES TO CMNT-RPT-RECORD.                             09340001
093500      STRING '        REASON  ' TRN-REASON (TX)                   09350001
093600             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              09360001
093700      WRITE CMNT-RPT-RECORD.                                      09370001
093800      IF TRN-REJECTED (TX)                                        09380001
093900       THEN                                                       09390001
094000        MOVE SPACES TO CMNT-RPT-RECORD;                           09400001
094100        STRING '        ' TRN-REJECT-TEXT (TX)                    09410001
094200               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09420001
094300        WRITE CMNT-RPT-RECORD;                                    09430001
094400      END-IF.                                                     09440001
094500      MOVE TRN-FILE-IX (TX) TO FX.                                09450001
094600      EVALUATE TRUE                                               09460001
094700        WHEN FX = ZERO                                            09470001
094800          CONTINUE                                                09480001
094900        WHEN TRN-ACCEPTED (TX)                                    09490001
095000          PERFORM REPORT-BEFORE-AND-AFTER                         09500001
095100        WHEN NOT TRN-DELETE (TX)                                  09510001
095200          MOVE SPACES TO CMNT-RPT-RECORD                          09520001
095300          STRING '        REQUESTED'                              09530001
095400                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD           09540001
095500          WRITE CMNT-RPT-RECORD                                   09550001
095600          MOVE TRN-IMAGE (TX) TO IMAGE-WORK                       09560001
095700          PERFORM WRITE-IMAGE-LINES                               09570001
095800      END-EVALUATE.                                               09580001
095900      SKIP1                                                       09590001
096000  REPORT-BEFORE-AND-AFTER.                                        09600001
096100      MOVE SPACES TO CMNT-RPT-RECORD.                             09610001
096200      IF TRN-TARGET-RECNO (TX) = ZERO                             09620001
096300       THEN                                                       09630001
096400        STRING '        BEFORE  NONE IN EFFECT'                   09640001
096500               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09650001
096600        WRITE CMNT-RPT-RECORD;                                    09660001
096700       ELSE                                                       09670001
096800        MOVE TRN-BEFORE-VERSION (TX) TO VERSION-DISP;             09680001
096900        STRING '        BEFORE  VERSION ' VERSION-DISP ' '        09690001
097000               TRN-BEFORE-FROM (TX) '-' TRN-BEFORE-TO (TX)        09700001
097100               ', NOW ENDS ' TRN-ENDED-TO (TX)                    09710001
097200               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09720001
097300        WRITE CMNT-RPT-RECORD;                                    09730001
097400        MOVE TRN-BEFORE-IMAGE (TX) TO IMAGE-WORK;                 09740001
097500        PERFORM WRITE-IMAGE-LINES;                                09750001
097600      END-IF.                                                     09760001
097700      MOVE SPACES TO CMNT-RPT-RECORD.                             09770001
097800      IF TRN-DELETE (TX)                                          09780001
097900       THEN                                                       09790001
098000        STRING '        AFTER   NONE FROM ' TRN-EFF-FROM (TX)     09800001
098100               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09810001
098200        WRITE CMNT-RPT-RECORD;                                    09820001
098300       ELSE                                                       09830001
098400        COMPUTE VERSION-DISP = TRN-VERSION-MAX (TX) + 1;          09840001
098500        STRING '        AFTER   VERSION ' VERSION-DISP ' '        09850001
098600               TRN-EFF-FROM (TX) '-' TRN-EFF-TO (TX)              09860001
098700               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            09870001
098800        WRITE CMNT-RPT-RECORD;                                    09880001
098900        MOVE TRN-IMAGE (TX) TO IMAGE-WORK;                        09890001
099000        PERFORM WRITE-IMAGE-LINES;                                09900001
099100      END-IF.                                                     09910001
099200      SKIP1                                                       09920001
099300* a row image in words, by its control file's layout.             09930001
099400  WRITE-IMAGE-LINES.                                              09940001
099500      MOVE SPACES TO IMAGE-LINE-1 IMAGE-LINE-2.                   09950001
099600      EVALUATE CFL-FILE-ID (FX)                                   09960001
099700        WHEN 'SUPRCTL'                                            09970001
099800          STRING 'ATTRIBUTE ' IMS-ATTR-NAME                       09980001
099900                 DELIMITED BY SIZE INTO IMAGE-LINE-1              09990001
100000          STRING 'VALUE     ' IMS-ATTR-VALUE                      10000001
100100                 DELIMITED BY SIZE INTO IMAGE-LINE-2              10010001
100200        WHEN 'SFDELCTL'                                           10020001
100300          MOVE IMD-TYPE TO HEX-TYPE-BYTES                         10030001
100400          PERFORM FORMAT-TYPE-HEX                                 10040001
100500          STRING 'TYPE X''' TYPE-HEX-DISP ''' LENGTH '            10050001
100600                 IMD-MINLEN '-' IMD-MAXLEN                        10060001
100700                 DELIMITED BY SIZE INTO IMAGE-LINE-1              10070001
100800        WHEN 'SFTYPCTL'                                           10080001
100900          MOVE IMT-TYPE TO HEX-TYPE-BYTES                         10090001
101000          PERFORM FORMAT-TYPE-HEX                                 10100001
101100          STRING 'TYPE X''' TYPE-HEX-DISP ''' CATEGORY '          10110001
101200                 IMT-CATEGORY ' NAME ' IMT-NAME ' PAGE FLAG '     10120001
101300                 IMT-PAGE-FLAG                                    10130001
101400                 DELIMITED BY SIZE INTO IMAGE-LINE-1              10140001
101500        WHEN 'CTLTOTS'                                            10150001
101600          STRING 'PAGES ' IMC-PAGE-MIN '-' IMC-PAGE-MAX           10160001
101700                 ' GROUPS ' IMC-GROUP-MIN '-' IMC-GROUP-MAX       10170001
101800                 DELIMITED BY SIZE INTO IMAGE-LINE-1              10180001
101900          STRING 'CONVERSIONS ' IMC-CONV-MIN '-' IMC-CONV-MAX     10190001
102000                 ' REJECTS ' IMC-REJECT-MAX ' DUPS ' IMC-DUP-MAX  10200001
102100                 DELIMITED BY SIZE INTO IMAGE-LINE-2              10210001
102200        WHEN 'PAGERNG'                                            10220001
102300          STRING 'PAGES ' IMP-FROM-PAGE '-' IMP-TO-PAGE           10230001
102400                 DELIMITED BY SIZE INTO IMAGE-LINE-1              10240001
102500      END-EVALUATE.                                               10250001
102600      MOVE SPACES TO CMNT-RPT-RECORD.                             10260001
102700      STRING '          ' IMAGE-LINE-1                            10270001
102800             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              10280001
102900      WRITE CMNT-RPT-RECORD.                                      10290001
103000      IF IMAGE-LINE-2 NOT = SPACES                                10300001
103100       THEN                                                       10310001
103200        MOVE SPACES TO CMNT-RPT-RECORD;                           10320001
103300        STRING '          ' IMAGE-LINE-2                          10330001
103400               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            10340001
103500        WRITE CMNT-RPT-RECORD;                                    10350001
103600      END-IF.                                                     10360001
103700      EJECT                                                       10370001
103800* a live file is rebuilt only where its ddname is allocated; the  10380001
103900* others are left as they are.                                    10390001
104000  OPEN-LIVE-FILES.                                                10400001
104100      OPEN OUTPUT SUPR-FILE.                                      10410001
104200      IF SUPR-FILE-STATUS = '00'                                  10420001
104300       THEN                                                       10430001
104400        MOVE 'Y' TO CFC-OPEN-FLAG (1);                            10440001
104500      END-IF.                                                     10450001
104600      OPEN OUTPUT SFDEL-FILE.                                     10460001
104700      IF SFDEL-FILE-STATUS = '00'                                 10470001
104800       THEN                                                       10480001
104900        MOVE 'Y' TO CFC-OPEN-FLAG (2);                            10490001
105000      END-IF.                                                     10500001
105100      OPEN OUTPUT SFTYPE-FILE.                                    10510001
105200      IF SFTYPE-FILE-STATUS = '00'                                10520001
105300       THEN                                                       10530001
105400        MOVE 'Y' TO CFC-OPEN-FLAG (3);                            10540001
105500      END-IF.                                                     10550001
105600      OPEN OUTPUT CTLTOT-FILE.                                    10560001
105700      IF CTLTOT-FILE-STATUS = '00'                                10570001
105800       THEN                                                       10580001
105900        MOVE 'Y' TO CFC-OPEN-FLAG (4);                            10590001
106000      END-IF.                                                     10600001
106100      OPEN OUTPUT PAGERNG-FILE.                                   10610001
106200      IF PAGERNG-FILE-STATUS = '00'                               10620001
106300       THEN                                                       10630001
106400        MOVE 'Y' TO CFC-OPEN-FLAG (5);                            10640001
106500      END-IF.                                                     10650001
106600      SKIP1                                                       10660001
106700  CLOSE-LIVE-FILES.                                               10670001
106800      IF CFC-LIVE-OPEN (1)                                        10680001
106900       THEN                                                       10690001
107000        CLOSE SUPR-FILE;                                          10700001
107100      END-IF.                                                     10710001
107200      IF CFC-LIVE-OPEN (2)                                        10720001
107300       THEN                                                       10730001
107400        CLOSE SFDEL-FILE;                                         10740001
107500      END-IF.                                                     10750001
107600      IF CFC-LIVE-OPEN (3)                                        10760001
107700       THEN                                                       10770001
107800        CLOSE SFTYPE-FILE;                                        10780001
107900      END-IF.                                                     10790001
108000      IF CFC-LIVE-OPEN (4)                                        10800001
108100       THEN                                                       10810001
108200        CLOSE CTLTOT-FILE;                                        10820001
108300      END-IF.                                                     10830001
108400      IF CFC-LIVE-OPEN (5)                                        10840001
108500       THEN                                                       10850001
108600        CLOSE PAGERNG-FILE;                                       10860001
108700      END-IF.                                                     10870001
108800      EJECT                                                       10880001
108900* second pass: every old version is carried to the new master,    10890001
109000* the ones a transaction ends with their new end date, and the    10900001
109100* versions in effect on the processing date go to the live files. 10910001
109200  REWRITE-MASTER.                                                 10920001
109300      IF MASTER-FILE-OPEN                                         10930001
109400       THEN                                                       10940001
109500        MOVE ZERO TO MASTER-RECNO;                                10950001
109600        OPEN INPUT MASTER-IN-FILE;                                10960001
109700        PERFORM UNTIL MASTER-IN-STATUS NOT = '00'                 10970001
109800          READ MASTER-IN-FILE INTO CTL-MASTER-RECORD              10980001
109900            AT END                                                10990001
110000              MOVE '10' TO MASTER-IN-STATUS                       11000001
110100            NOT AT END                                            11010001
110200              ADD 1 TO MASTER-RECNO;                              11020001
110300              PERFORM CARRY-ONE-MASTER-RECORD                     11030001
110400          END-READ;                                               11040001
110500        END-PERFORM;                                              11050001
110600        CLOSE MASTER-IN-FILE;                                     11060001
110700      END-IF.                                                     11070001
110800      SKIP1                                                       11080001
110900  CARRY-ONE-MASTER-RECORD.                                        11090001
111000      IF APPLY-OK                                                 11100001
111100       THEN                                                       11110001
111200        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT      11120001
111300          IF TRN-TARGET-RECNO (TX) = MASTER-RECNO                 11130001
111400           THEN                                                   11140001
111500            MOVE TRN-ENDED-TO (TX) TO CTM-EFF-TO;                 11150001
111600            MOVE TRN-OPERATOR (TX) TO CTM-ENDED-BY;               11160001
111700            MOVE RUN-DATE TO CTM-ENDED-DATE;                      11170001
111800          END-IF;                                                 11180001
111900        END-PERFORM;                                              11190001
112000      END-IF.                                                     11200001
112100      PERFORM WRITE-MASTER-VERSION.                               11210001
112200      SKIP1                                                       11220001
112300  WRITE-MASTER-VERSION.                                           11230001
112400      WRITE MASTER-OUT-RECORD FROM CTL-MASTER-RECORD.             11240001
112500      ADD 1 TO MASTER-WRITE-COUNT.                                11250001
112600      PERFORM FIND-MASTER-FILE.                                   11260001
112700      IF FX NOT = ZERO                                            11270001
112800         AND CTM-EFF-FROM NOT > PROCESS-DATE                      11280001
112900         AND CTM-EFF-TO NOT < PROCESS-DATE                        11290001
113000       THEN                                                       11300001
113100        ADD 1 TO CFC-AFTER-COUNT (FX);                            11310001
113200        IF CFC-LIVE-OPEN (FX)                                     11320001
113300         THEN                                                     11330001
113400          PERFORM WRITE-LIVE-ROW;                                 11340001
113500        END-IF;                                                   11350001
113600      END-IF.                                                     11360001
113700      SKIP1                                                       11370001
113800  WRITE-LIVE-ROW.                                                 11380001
113900      EVALUATE FX                                                 11390001
114000        WHEN 1                                                    11400001
114100          WRITE SUPR-CTL-RECORD FROM CTM-IMAGE                    11410001
114200        WHEN 2                                                    11420001
114300          WRITE SFDEL-CTL-RECORD FROM CTM-IMAGE (1:80)            11430001
114400        WHEN 3                                                    11440001
114500          WRITE SFTYPE-CTL-RECORD FROM CTM-IMAGE (1:80)           11450001
114600        WHEN 4                                                    11460001
114700          WRITE CTLTOT-RECORD FROM CTM-IMAGE (1:80)               11470001
114800        WHEN 5                                                    11480001
114900          WRITE PAGERNG-CTL-RECORD FROM CTM-IMAGE (1:80)          11490001
115000      END-EVALUATE.                                               11500001
115100      SKIP1                                                       11510001
115200* an add or change becomes the key's next version; every          11520001
115300* transaction applied goes to the history with the version it     11530001
115400* ended and the version it added.                                 11540001
115500  APPLY-ONE-TRANSACTION.                                          11550001
115600      MOVE TRN-FILE-IX (TX) TO FX.                                11560001
115700      IF NOT TRN-DELETE (TX)                                      11570001
115800       THEN                                                       11580001
115900        MOVE SPACES TO CTL-MASTER-RECORD;                         11590001
116000        MOVE TRN-FILE-ID (TX) TO CTM-FILE-ID;                     11600001
116100        COMPUTE CTM-VERSION = TRN-VERSION-MAX (TX) + 1;           11610001
116200        MOVE TRN-EFF-FROM (TX) TO CTM-EFF-FROM;                   11620001
116300        MOVE TRN-EFF-TO (TX) TO CTM-EFF-TO;                       11630001
116400        MOVE TRN-OPERATOR (TX) TO CTM-OPERATOR;                   11640001
116500        MOVE TRN-REASON (TX) TO CTM-REASON;                       11650001
116600        MOVE RUN-DATE TO CTM-ADDED-DATE;                          11660001
116700        MOVE RUN-TIME TO CTM-ADDED-TIME;                          11670001
116800        MOVE ZERO TO CTM-ENDED-DATE;                              11680001
116900        MOVE TRN-IMAGE (TX) TO CTM-IMAGE;                         11690001
117000        PERFORM WRITE-MASTER-VERSION;                             11700001
117100      END-IF.                                                     11710001
117200      MOVE SPACES TO CTL-HISTORY-RECORD.                          11720001
117300      MOVE ZERO TO CTH-BEFORE-VERSION CTH-BEFORE-FROM             11730001
117400                   CTH-BEFORE-TO CTH-BEFORE-ENDED-TO              11740001
117500                   CTH-AFTER-VERSION CTH-AFTER-FROM CTH-AFTER-TO. 11750001
117600      MOVE RUN-DATE TO CTH-RUN-DATE.                              11760001
117700      MOVE RUN-TIME TO CTH-RUN-TIME.                              11770001
117800      MOVE TRN-ACTION (TX) TO CTH-ACTION.                         11780001
117900      MOVE TRN-FILE-ID (TX) TO CTH-FILE-ID.                       11790001
118000      MOVE TRN-OPERATOR (TX) TO CTH-OPERATOR.                     11800001
118100      MOVE TRN-REASON (TX) TO CTH-REASON.                         11810001
118200      MOVE TRN-EFF-FROM (TX) TO CTH-EFF-FROM.                     11820001
118300      MOVE TRN-EFF-TO (TX) TO CTH-EFF-TO.                         11830001
118400      IF TRN-TARGET-RECNO (TX) NOT = ZERO                         11840001
118500       THEN                                                       11850001
118600        MOVE TRN-BEFORE-VERSION (TX) TO CTH-BEFORE-VERSION;       11860001
118700        MOVE TRN-BEFORE-FROM (TX) TO CTH-BEFORE-FROM;             11870001
118800        MOVE TRN-BEFORE-TO (TX) TO CTH-BEFORE-TO;                 11880001
118900        MOVE TRN-ENDED-TO (TX) TO CTH-BEFORE-ENDED-TO;            11890001
119000        MOVE TRN-BEFORE-IMAGE (TX) TO CTH-BEFORE-IMAGE;           11900001
119100      END-IF.                                                     11910001
119200      IF NOT TRN-DELETE (TX)                                      11920001
119300       THEN                                                       11930001
119400        MOVE CTM-VERSION TO CTH-AFTER-VERSION;                    11940001
119500        MOVE TRN-EFF-FROM (TX) TO CTH-AFTER-FROM;                 11950001
119600        MOVE TRN-EFF-TO (TX) TO CTH-AFTER-TO;                     11960001
119700        MOVE TRN-IMAGE (TX) TO CTH-AFTER-IMAGE;                   11970001
119800      END-IF.                                                     11980001
119900      WRITE CTL-HISTORY-RECORD.                                   11990001
120000      ADD 1 TO HISTORY-COUNT.                                     12000001
120100      ADD 1 TO TRAN-APPLIED-COUNT.                                12010001
120200      EJECT                                                       12020001
120300* each live file's rows before and after, checked against what    12030001
120400* the exit can load: rows past its table are silently dropped,    12040001
120500* and an empty CTLTOTS abends the exit.                           12050001
120600  WRITE-REPORT-SUMMARY.                                           12060001
120700      MOVE SPACES TO CMNT-RPT-RECORD.                             12070001
120800      WRITE CMNT-RPT-RECORD.                                      12080001
120900      MOVE SPACES TO CMNT-RPT-RECORD.                             12090001
121000      STRING ' CONTROL FILE  ROWS IN EFFECT BEFORE        AFTER'  12100001
121100             '  LIVE FILE'                                        12110001
121200             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12120001
121300      WRITE CMNT-RPT-RECORD.                                      12130001
121400      PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5                 12140001
121500        PERFORM REPORT-ONE-CONTROL-FILE                           12150001
121600      END-PERFORM.                                                12160001
121700      MOVE SPACES TO CMNT-RPT-RECORD.                             12170001
121800      WRITE CMNT-RPT-RECORD.                                      12180001
121900      MOVE TRAN-COUNT TO COUNT-DISP.                              12190001
122000      MOVE SPACES TO CMNT-RPT-RECORD.                             12200001
122100      STRING ' TRANSACTIONS ................. ' COUNT-DISP        12210001
122200             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12220001
122300      WRITE CMNT-RPT-RECORD.                                      12230001
122400      MOVE TRAN-APPLIED-COUNT TO COUNT-DISP.                      12240001
122500      MOVE SPACES TO CMNT-RPT-RECORD.                             12250001
122600      STRING ' TRANSACTIONS APPLIED ......... ' COUNT-DISP        12260001
122700             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12270001
122800      WRITE CMNT-RPT-RECORD.                                      12280001
122900      MOVE TRAN-REJECT-COUNT TO COUNT-DISP.                       12290001
123000      MOVE SPACES TO CMNT-RPT-RECORD.                             12300001
123100      STRING ' TRANSACTIONS REJECTED ........ ' COUNT-DISP        12310001
123200             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12320001
123300      WRITE CMNT-RPT-RECORD.                                      12330001
123400      MOVE MASTER-READ-COUNT TO COUNT-DISP.                       12340001
123500      MOVE SPACES TO CMNT-RPT-RECORD.                             12350001
123600      STRING ' MASTER VERSIONS READ ......... ' COUNT-DISP        12360001
123700             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12370001
123800      WRITE CMNT-RPT-RECORD.                                      12380001
123900      MOVE MASTER-WRITE-COUNT TO COUNT-DISP.                      12390001
124000      MOVE SPACES TO CMNT-RPT-RECORD.                             12400001
124100      STRING ' MASTER VERSIONS WRITTEN ...... ' COUNT-DISP        12410001
124200             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12420001
124300      WRITE CMNT-RPT-RECORD.                                      12430001
124400      MOVE HISTORY-COUNT TO COUNT-DISP.                           12440001
124500      MOVE SPACES TO CMNT-RPT-RECORD.                             12450001
124600      STRING ' HISTORY RECORDS WRITTEN ...... ' COUNT-DISP        12460001
124700             DELIMITED BY SIZE INTO CMNT-RPT-RECORD.              12470001
124800      WRITE CMNT-RPT-RECORD.                                      12480001
124900      MOVE SPACES TO CMNT-RPT-RECORD.                             12490001
125000      EVALUATE TRUE                                               12500001
125100        WHEN APPLY-HELD                                           12510001
125200          STRING ' NOTHING APPLIED - CONTROL MASTER CARRIED'      12520001
125300                 ' FORWARD UNCHANGED'                             12530001
125400                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD           12540001
125500        WHEN TRAN-APPLIED-COUNT = ZERO                            12550001
125600          STRING ' NO CHANGES - CONTROL MASTER CARRIED FORWARD'   12560001
125700                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD           12570001
125800        WHEN OTHER                                                12580001
125900          STRING ' CONTROL MASTER UPDATED'                        12590001
126000                 DELIMITED BY SIZE INTO CMNT-RPT-RECORD           12600001
126100      END-EVALUATE.                                               12610001
126200      WRITE CMNT-RPT-RECORD.                                      12620001
126300      SKIP1                                                       12630001
126400  REPORT-ONE-CONTROL-FILE.                                        12640001
126500      MOVE CFC-BEFORE-COUNT (FX) TO COUNT-DISP.                   12650001
126600      MOVE CFC-AFTER-COUNT (FX) TO COUNT2-DISP.                   12660001
126700      MOVE SPACES TO CMNT-RPT-RECORD.                             12670001
126800      IF CFC-LIVE-OPEN (FX)                                       12680001
126900       THEN                                                       12690001
127000        STRING ' ' CFL-FILE-ID (FX) '           ' COUNT-DISP      12700001
127100               '  ' COUNT2-DISP '  REBUILT'                       12710001
127200               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            12720001
127300       ELSE                                                       12730001
127400        STRING ' ' CFL-FILE-ID (FX) '           ' COUNT-DISP      12740001
127500               '  ' COUNT2-DISP '  NOT ALLOCATED'                 12750001
127600               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            12760001
127700      END-IF.                                                     12770001
127800      WRITE CMNT-RPT-RECORD.                                      12780001
127900      IF CFC-LIVE-OPEN (FX)                                       12790001
128000         AND CFC-AFTER-COUNT (FX) > CFL-TABLE-MAX (FX)            12800001
128100       THEN                                                       12810001
128200        ADD 1 TO ERROR-COUNT;                                     12820001
128300        MOVE CFL-TABLE-MAX (FX) TO RECNO-DISP;                    12830001
128400        MOVE SPACES TO CMNT-RPT-RECORD;                           12840001
128500        STRING '   MORE ROWS THAN THE EXIT LOADS (' RECNO-DISP    12850001
128600               ') - THE REST WOULD BE IGNORED'                    12860001
128700               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            12870001
128800        WRITE CMNT-RPT-RECORD;                                    12880001
128900      END-IF.                                                     12890001
129000      IF CFC-LIVE-OPEN (FX)                                       12900001
129100         AND CFC-AFTER-COUNT (FX) = ZERO                          12910001
129200         AND CFL-FILE-ID (FX) = 'CTLTOTS'                         12920001
129300       THEN                                                       12930001
129400        ADD 1 TO ERROR-COUNT;                                     12940001
129500        MOVE SPACES TO CMNT-RPT-RECORD;                           12950001
129600        STRING '   NO ROW IN EFFECT - ACIFIBDT ABENDS ON AN EMPTY'12960001
129700               ' CTLTOTS'                                         12970001
129800               DELIMITED BY SIZE INTO CMNT-RPT-RECORD;            12980001
129900        WRITE CMNT-RPT-RECORD;                                    12990001
130000      END-IF.                                                     13000001
130100      SKIP1                                                       13010001
130200* renders the 3 type bytes as 6 hex digits, the way the AFP       13020001
130300* reference spells structured field identifiers, since the raw    13030001
130400* bytes are unprintable.                                          13040001
130500  FORMAT-TYPE-HEX.                                                13050001
130600      MOVE SPACES TO TYPE-HEX-DISP.                               13060001
130700      PERFORM VARYING HEX-IX FROM 1 BY 1 UNTIL HEX-IX > 3         13070001
130800        MOVE LOW-VALUE TO HEX-PAIR-HI                             13080001
130900        MOVE HEX-TYPE-BYTE (HEX-IX) TO HEX-PAIR-LO                13090001
131000        MOVE HEX-PAIR-NUM TO HEX-BYTE-VAL                         13100001
131100        DIVIDE HEX-BYTE-VAL BY 16 GIVING HEX-Q REMAINDER HEX-R    13110001
131200        MOVE HEX-DIGITS (HEX-Q + 1:1)                             13120001
131300          TO TYPE-HEX-DISP (HEX-IX * 2 - 1:1)                     13130001
131400        MOVE HEX-DIGITS (HEX-R + 1:1)                             13140001
131500          TO TYPE-HEX-DISP (HEX-IX * 2:1)                         13150001
131600      END-PERFORM.                                                13160001
131700  END PROGRAM ACIFCMNT.                                           13170001
