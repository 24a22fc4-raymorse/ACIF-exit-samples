000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* WRITTEN ON 15 Oct 2026 BY  MAINT    VERSION 01                  00020001
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFGPRG.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This is the retention side of the keyed document  00070001
000800                index ACIFGIXL maintains.  ACIFGIXL only ever adds00080001
000900                to the master (ddname GRPVSAM, laid out by        00090001
001000                GRPVSREC), so without a purge it keeps every run  00100001
001100                ever printed.  This program passes the master     00110001
001200                once and deletes each record whose run date       00120001
001300                (GVX-RUN-DATE) is older than its retention period,00130001
001400                except for groups under legal hold.               00140001
001500                                                                  00150001
001600                The retention control file (ddname GPRGCTL) is    00160001
001700                typed in column 1:                                00170001
001800                  P - group-name prefix in columns 3-10 (trailing 00180001
001900                      blanks ignored), retention in columns 12-15,00190001
002000                      and D or M in column 17 for days or months  00200001
002100                  A - application ID in columns 3-10 (the one in  00210001
002200                      the run identifier), retention in 12-15 and 00220001
002300                      the unit in column 17 as for P              00230001
002400                  O - run options: P in column 3 to purge, R (or  00240001
002500                      blank) to report only; columns 5-12 an as-of00250001
002600                      date YYYYMMDD in place of today's           00260001
002700                A record takes the P rule with the longest prefix 00270001
002800                its group name carries; failing that the A rule   00280001
002900                for its application; failing that a P rule with a 00290001
003000                blank prefix, if there is one.  A record no rule  00300001
003100                covers is kept.  A record is past retention when  00310001
003200                its run date falls before the as-of date less the 00320001
003300                retention; a month count lands on the same day of 00330001
003400                the earlier month, or its last day if shorter.    00340001
003500                                                                  00350001
003600                The legal-hold list (ddname GPRGHLD) is one group 00360001
003700                name per record in columns 1-8; the rest of the   00370001
003800                record is free for the case reference.  A held    00380001
003900                group is never purged, whatever its age.  A purge 00390001
004000                run will not start without GPRGHLD allocated -    00400001
004100                DD DUMMY states that nothing is held.             00410001
004200                                                                  00420001
004300                The attribute index ACIFGIXL keeps beside the     00430001
004400                master (ddname ATTRVSAM, laid out by ATTRVREC) is 00440001
004500                purged with it.  After the master pass each entry 00450001
004600                is looked up by its group name and run identifier,00460001
004700                and goes when no master record for it is left; in 00470001
004800                a report-only run, when every one left is due.  An00480001
004900                entry whose master is held stays.  Without the    00490001
005000                attribute index, leave ATTRVSAM out of the JCL.   00500001
005100                                                                  00510001
005200                Without an O record asking for a purge the run is 00520001
005300                report-only: GRPVSAM is opened for input and the  00530001
005400                report (ddname GPRGRPT) shows what a purge would  00540001
005500                delete.  Either way the report lists each rule    00550001
005600                and its cutoff date, the records purged (or due)  00560001
005700                counted by rule and run date, every held record   00570001
005800                past retention, and the record counts of the      00580001
005900                master and the attribute index before and after.  00590001
006000                                                                  00600001
006100                A defective control or hold record, a hold list   00610001
006200                past the table limit, or a GRPVSAM or ATTRVSAM    00620001
006300                error stops the run with return code 8; nothing is00630001
006400                deleted unless every control record is good.      00640001
006500                Records with a run date that is not a date are    00650001
006600                kept and set return code 4, as does a summary past00660001
006700                its table limit.                                  00670001
006800  DATE-WRITTEN. 15 Oct 2026.                                      00680001
006900  DATE-COMPILED.                                                  00690001
007000  SECURITY. IBM SAMPLE CODE ONLY.                                 00700001
007100  TITLE 'ACIF Keyed Document Index Retention Purge'.              00710001
007200  ENVIRONMENT DIVISION.                                           00720001
007300  CONFIGURATION SECTION.                                          00730001
007400  SOURCE-COMPUTER. IBM-370.                                       00740001
007500  OBJECT-COMPUTER. IBM-370.                                       00750001
007600  INPUT-OUTPUT SECTION.                                           00760001
007700  FILE-CONTROL.                                                   00770001
007800      SELECT GPRGCTL-FILE ASSIGN TO GPRGCTL                       00780001
007900          ORGANIZATION IS SEQUENTIAL                              00790001
008000          ACCESS MODE IS SEQUENTIAL                               00800001
008100          FILE STATUS IS GPRGCTL-STATUS.                          00810001
008200      SELECT GPRGHLD-FILE ASSIGN TO GPRGHLD                       00820001
008300          ORGANIZATION IS SEQUENTIAL                              00830001
008400          ACCESS MODE IS SEQUENTIAL                               00840001
008500          FILE STATUS IS GPRGHLD-STATUS.                          00850001
008600      SELECT GRPVSAM-FILE ASSIGN TO GRPVSAM                       00860001
008700          ORGANIZATION IS INDEXED                                 00870001
008800          ACCESS MODE IS DYNAMIC                                  00880001
008900          RECORD KEY IS GVX-KEY                                   00890001
009000          FILE STATUS IS GRPVSAM-STATUS.                          00900001
009100      SELECT ATTRVSAM-FILE ASSIGN TO ATTRVSAM                     00910001
009200          ORGANIZATION IS INDEXED                                 00920001
009300          ACCESS MODE IS SEQUENTIAL                               00930001
009400          RECORD KEY IS AVX-KEY                                   00940001
009500          FILE STATUS IS ATTRVSAM-STATUS.                         00950001
009600      SELECT GPRG-RPT-FILE ASSIGN TO GPRGRPT                      00960001
009700          ORGANIZATION IS SEQUENTIAL                              00970001
009800          ACCESS MODE IS SEQUENTIAL                               00980001
009900          FILE STATUS IS GPRG-RPT-STATUS.                         00990001
010000      EJECT                                                       01000001
010100  DATA DIVISION.                                                  01010001
010200  FILE SECTION.                                                   01020001
010300  FD  GPRGCTL-FILE                                                01030001
010400      RECORDING MODE F.                                           01040001
010500  01  GPRGCTL-RECORD.                                             01050001
010600      05  PCT-REC-TYPE        PIC X.                              01060001
010700          88  PCT-PREFIX          VALUE 'P'.                      01070001
010800          88  PCT-APPL            VALUE 'A'.                      01080001
010900          88  PCT-OPTIONS         VALUE 'O'.                      01090001
011000      05  FILLER              PIC X.                              01100001
011100      05  PCT-DATA            PIC X(78).                          01110001
011200      05  PCT-RULE-DATA       REDEFINES PCT-DATA.                 01120001
011300          10  PCT-RULE-KEY    PIC X(8).                           01130001
011400          10  FILLER          PIC X.                              01140001
011500          10  PCT-KEEP        PIC 9(4).                           01150001
011600          10  FILLER          PIC X.                              01160001
011700          10  PCT-UNIT        PIC X.                              01170001
011800              88  PCT-DAYS        VALUE 'D'.                      01180001
011900              88  PCT-MONTHS      VALUE 'M'.                      01190001
012000          10  FILLER          PIC X(63).                          01200001
012100      05  PCT-OPTIONS-DATA    REDEFINES PCT-DATA.                 01210001
012200          10  PCT-MODE        PIC X.                              01220001
012300          10  FILLER          PIC X.                              01230001
012400          10  PCT-ASOF-DATE   PIC X(8).                           01240001
012500          10  PCT-ASOF-NUM    REDEFINES PCT-ASOF-DATE             01250001
012600                              PIC 9(8).                           01260001
012700          10  FILLER          PIC X(68).                          01270001
012800  FD  GPRGHLD-FILE                                                01280001
012900      RECORDING MODE F.                                           01290001
013000  01  GPRGHLD-RECORD.                                             01300001
013100      05  HLD-GROUP-NAME      PIC X(8).                           01310001
013200      05  HLD-REFERENCE       PIC X(72).                          01320001
013300  FD  GRPVSAM-FILE.                                               01330001
013400      COPY GRPVSREC.                                              01340001
013500  FD  ATTRVSAM-FILE.                                              01350001
013600      COPY ATTRVREC.                                              01360001
013700  FD  GPRG-RPT-FILE                                               01370001
013800      RECORDING MODE F.                                           01380001
013900  01  GPRG-RPT-RECORD         PIC X(80).                          01390001
014000  WORKING-STORAGE SECTION.                                        01400001
014100  77  PGMNAME                 PIC X(8) VALUE 'ACIFGPRG'.          01410001
014200  77  GPRGCTL-STATUS          PIC XX VALUE SPACES.                01420001
014300  77  GPRGHLD-STATUS          PIC XX VALUE SPACES.                01430001
014400  77  GRPVSAM-STATUS          PIC XX VALUE SPACES.                01440001
014500  77  ATTRVSAM-STATUS         PIC XX VALUE SPACES.                01450001
014600  77  GPRG-RPT-STATUS         PIC XX VALUE SPACES.                01460001
014700  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            01470001
014800  77  WARNING-RC              PIC 9(4) BINARY VALUE 4.            01480001
014900  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    01490001
015000      88  IN-EOF                  VALUE 'Y'.                      01500001
015100      88  IN-NOT-EOF              VALUE 'N'.                      01510001
015200  77  PURGE-MODE-FLAG         PIC X VALUE 'R'.                    01520001
015300      88  REPORT-ONLY             VALUE 'R'.                      01530001
015400      88  PURGE-RUN               VALUE 'P'.                      01540001
015500* whether the attribute index was passed: S not reached (the      01550001
015600* master pass stopped), Y passed, N not allocated.                01560001
015700  77  ATTR-PASS-FLAG          PIC X VALUE 'S'.                    01570001
015800      88  ATTR-SKIPPED            VALUE 'S'.                      01580001
015900      88  ATTR-PASSED             VALUE 'Y'.                      01590001
016000      88  ATTR-NOT-ALLOCATED      VALUE 'N'.                      01600001
016100  01  GPRG-COUNTERS.                                              01610001
016200      05  READ-COUNT          PIC 9(8) BINARY VALUE ZERO.         01620001
016300      05  PURGE-COUNT         PIC 9(8) BINARY VALUE ZERO.         01630001
016400      05  HELD-COUNT          PIC 9(8) BINARY VALUE ZERO.         01640001
016500      05  RETAINED-COUNT      PIC 9(8) BINARY VALUE ZERO.         01650001
016600      05  NO-RULE-COUNT       PIC 9(8) BINARY VALUE ZERO.         01660001
016700      05  BAD-DATE-COUNT      PIC 9(8) BINARY VALUE ZERO.         01670001
016800      05  AFTER-COUNT         PIC 9(8) BINARY VALUE ZERO.         01680001
016900      05  ATTR-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         01690001
017000      05  ATTR-PURGE-COUNT    PIC 9(8) BINARY VALUE ZERO.         01700001
017100      05  ATTR-HELD-COUNT     PIC 9(8) BINARY VALUE ZERO.         01710001
017200      05  ATTR-AFTER-COUNT    PIC 9(8) BINARY VALUE ZERO.         01720001
017300      05  OVERFLOW-COUNT      PIC 9(8) BINARY VALUE ZERO.         01730001
017400      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         01740001
017500      05  HOLD-ROW-COUNT      PIC 9(5) BINARY VALUE ZERO.         01750001
017600      05  ERROR-COUNT         PIC 9(5) BINARY VALUE ZERO.         01760001
017700* the date retention is measured back from: today, unless an O    01770001
017800* record names another (to rerun a purge as of the day it should  01780001
017900* have run, or to preview one).                                   01790001
018000  01  GPRG-CONTROLS.                                              01800001
018100      05  ASOF-DATE           PIC 9(8) VALUE ZERO.                01810001
018200      05  ASOF-DATE-PARTS     REDEFINES ASOF-DATE.                01820001
018300          10  ASOF-YYYY       PIC 9(4).                           01830001
018400          10  ASOF-MM         PIC 9(2).                           01840001
018500          10  ASOF-DD         PIC 9(2).                           01850001
018600* one row per retention rule, in control-file order.  the cutoff  01860001
018700* is worked out once at load: a record whose run date is earlier  01870001
018800* is past retention.                                              01880001
018900  01  RULE-TABLE.                                                 01890001
019000      05  RULE-COUNT          PIC 9(4) BINARY VALUE ZERO.         01900001
019100      05  RULE-ENTRY OCCURS 0 TO 100 TIMES                        01910001
019200                     DEPENDING ON RULE-COUNT.                     01920001
019300          10  RUL-TYPE            PIC X.                          01930001
019400          10  RUL-KEY             PIC X(8).                       01940001
019500          10  RUL-KEY-LEN         PIC 9(4) BINARY.                01950001
019600          10  RUL-KEEP            PIC 9(4).                       01960001
019700          10  RUL-UNIT            PIC X.                          01970001
019800          10  RUL-CUTOFF          PIC 9(8).                       01980001
019900          10  RUL-PURGED          PIC 9(8) BINARY.                01990001
020000          10  RUL-HELD            PIC 9(8) BINARY.                02000001
020100          10  RUL-KEPT            PIC 9(8) BINARY.                02010001
020200* the legal-hold names, kept in collating order as they load so   02020001
020300* each master record is looked up with a binary search.           02030001
020400  01  HOLD-TABLE.                                                 02040001
020500      05  HOLD-COUNT          PIC 9(4) BINARY VALUE ZERO.         02050001
020600      05  HOLD-ENTRY OCCURS 0 TO 2000 TIMES                       02060001
020700                     DEPENDING ON HOLD-COUNT                      02070001
020800                     ASCENDING KEY IS HOLD-NAME                   02080001
020900                     INDEXED BY HOLD-IX.                          02090001
021000          10  HOLD-NAME           PIC X(8).                       02100001
021100* records purged (or due) by rule and run date, kept in rule then 02110001
021200* date order as they are counted.                                 02120001
021300  01  SUMMARY-TABLE.                                              02130001
021400      05  SUM-COUNT           PIC 9(4) BINARY VALUE ZERO.         02140001
021500      05  SUM-ENTRY OCCURS 0 TO 500 TIMES                         02150001
021600                    DEPENDING ON SUM-COUNT.                       02160001
021700          10  SUM-RULE-IX         PIC 9(4) BINARY.                02170001
021800          10  SUM-RUN-DATE        PIC 9(8).                       02180001
021900          10  SUM-RECORDS         PIC 9(8) BINARY.                02190001
022000  01  GPRG-WORK.                                                  02200001
022100      05  RULE-IX             PIC 9(4) BINARY VALUE ZERO.         02210001
022200      05  BEST-IX             PIC 9(4) BINARY VALUE ZERO.         02220001
022300      05  BEST-SCORE          PIC 9(4) BINARY VALUE ZERO.         02230001
022400      05  RULE-SCORE          PIC 9(4) BINARY VALUE ZERO.         02240001
022500      05  ARG-IX              PIC 9(4) BINARY VALUE ZERO.         02250001
022600      05  SUM-IX              PIC 9(4) BINARY VALUE ZERO.         02260001
022700      05  SUM-JX              PIC 9(4) BINARY VALUE ZERO.         02270001
022800      05  SLOT-IX             PIC 9(4) BINARY VALUE ZERO.         02280001
022900      05  SLOT-JX             PIC 9(4) BINARY VALUE ZERO.         02290001
023000      05  MONTH-NUM           PIC 9(6) VALUE ZERO.                02300001
023100      05  DAY-NUM             PIC 9(8) VALUE ZERO.                02310001
023200      05  CUT-DATE            PIC 9(8) VALUE ZERO.                02320001
023300      05  CUT-DATE-PARTS      REDEFINES CUT-DATE.                 02330001
023400          10  CUT-YYYY        PIC 9(4).                           02340001
023500          10  CUT-MM          PIC 9(2).                           02350001
023600          10  CUT-DD          PIC 9(2).                           02360001
023700      05  MONTH-END-DATE      PIC 9(8) VALUE ZERO.                02370001
023800      05  MONTH-END-PARTS     REDEFINES MONTH-END-DATE.           02380001
023900          10  MEND-YYYY       PIC 9(4).                           02390001
024000          10  MEND-MM         PIC 9(2).                           02400001
024100          10  MEND-DD         PIC 9(2).                           02410001
024200      05  CHECK-DATE          PIC X(8) VALUE SPACES.              02420001
024300      05  CHECK-DATE-PARTS    REDEFINES CHECK-DATE.               02430001
024400          10  CHK-YYYY        PIC 9(4).                           02440001
024500          10  CHK-MM          PIC 9(2).                           02450001
024600          10  CHK-DD          PIC 9(2).                           02460001
024700      05  DATE-VALID-FLAG     PIC X VALUE 'Y'.                    02470001
024800          88  DATE-VALID          VALUE 'Y'.                      02480001
024900          88  DATE-NOT-VALID      VALUE 'N'.                      02490001
025000      05  RULE-NAME           PIC X(6) VALUE SPACES.              02500001
025100      05  HOLD-FOUND-FLAG     PIC X VALUE 'N'.                    02510001
025200          88  HOLD-FOUND          VALUE 'Y'.                      02520001
025300          88  HOLD-NOT-FOUND      VALUE 'N'.                      02530001
025400* what the rules make of one master record, and so of the         02540001
025500* attribute entries that point at it.                             02550001
025600      05  MASTER-FATE-FLAG    PIC X VALUE SPACE.                  02560001
025700          88  FATE-BAD-DATE       VALUE 'B'.                      02570001
025800          88  FATE-NO-RULE        VALUE 'N'.                      02580001
025900          88  FATE-RETAINED       VALUE 'K'.                      02590001
026000          88  FATE-HELD           VALUE 'H'.                      02600001
026100          88  FATE-PURGE          VALUE 'P'.                      02610001
026200      05  ENTRY-FATE-FLAG     PIC X VALUE SPACE.                  02620001
026300          88  ENTRY-MASTER-KEPT   VALUE 'K'.                      02630001
026400          88  ENTRY-MASTER-HELD   VALUE 'H'.                      02640001
026500          88  ENTRY-MASTER-GONE   VALUE 'G'.                      02650001
026600          88  ENTRY-LOOKUP-FAILED VALUE 'E'.                      02660001
026700      05  MASTER-SCAN-FLAG    PIC X VALUE 'N'.                    02670001
026800          88  MASTER-SCAN-DONE    VALUE 'Y'.                      02680001
026900          88  MASTER-SCAN-GOING   VALUE 'N'.                      02690001
027000  01  GPRG-DISPLAY-FIELDS.                                        02700001
027100      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    02710001
027200      05  RECNO-DISP          PIC ZZZZ9.                          02720001
027300      05  KEEP-DISP           PIC ZZZ9.                           02730001
027400      05  DATE-DISP           PIC 9(8).                           02740001
027500      05  TIME-DISP           PIC 9(8).                           02750001
027600      05  PURGED-DISP         PIC ZZZ,ZZZ,ZZ9.                    02760001
027700      05  HELD-DISP           PIC ZZZ,ZZ9.                        02770001
027800      05  KEPT-DISP           PIC ZZZ,ZZZ,ZZ9.                    02780001
027900      05  MODE-DISP           PIC X(11) VALUE SPACES.             02790001
028000  TITLE 'Initialization and Main Line'.                           02800001
028100  PROCEDURE DIVISION.                                             02810001
028200  MAIN-LINE.                                                      02820001
028300      OPEN OUTPUT GPRG-RPT-FILE.                                  02830001
028400      MOVE SPACES TO GPRG-RPT-RECORD.                             02840001
028500      STRING PGMNAME ' - DOCUMENT INDEX RETENTION PURGE REPORT'   02850001
028600             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              02860001
028700      WRITE GPRG-RPT-RECORD.                                      02870001
028800      PERFORM LOAD-RETENTION-CONTROLS.                            02880001
028900      IF ERROR-COUNT = ZERO                                       02890001
029000       THEN                                                       02900001
029100        PERFORM LOAD-HOLD-LIST;                                   02910001
029200      END-IF.                                                     02920001
029300      IF ERROR-COUNT > ZERO                                       02930001
029400       THEN                                                       02940001
029500        MOVE SPACES TO GPRG-RPT-RECORD;                           02950001
029600        STRING ' CONTROLS UNUSABLE - NOTHING PURGED'              02960001
029700               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            02970001
029800        WRITE GPRG-RPT-RECORD;                                    02980001
029900        CLOSE GPRG-RPT-FILE;                                      02990001
030000        DISPLAY PGMNAME, ' CONTROLS UNUSABLE - RC=8';             03000001
030100        MOVE ERROR-RC TO RETURN-CODE;                             03010001
030200        GOBACK;                                                   03020001
030300      END-IF.                                                     03030001
030400      PERFORM WRITE-RULE-LIST.                                    03040001
030500* a report-only run never opens the master for update, so it can  03050001
030600* run beside ACIFGIXL and ACIFGINQ.                               03060001
030700      IF PURGE-RUN                                                03070001
030800       THEN                                                       03080001
030900        OPEN I-O GRPVSAM-FILE;                                    03090001
031000       ELSE                                                       03100001
031100        OPEN INPUT GRPVSAM-FILE;                                  03110001
031200      END-IF.                                                     03120001
031300      IF GRPVSAM-STATUS NOT = '00' AND GRPVSAM-STATUS NOT = '97'  03130001
031400       THEN                                                       03140001
031500        MOVE SPACES TO GPRG-RPT-RECORD;                           03150001
031600        STRING ' GRPVSAM OPEN FAILED - STATUS ' GRPVSAM-STATUS    03160001
031700               ' - NOTHING PURGED'                                03170001
031800               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            03180001
031900        WRITE GPRG-RPT-RECORD;                                    03190001
032000        CLOSE GPRG-RPT-FILE;                                      03200001
032100        DISPLAY PGMNAME, ' GRPVSAM OPEN FAILED - STATUS ',        03210001
032200                GRPVSAM-STATUS, ' - RC=8';                        03220001
032300        MOVE ERROR-RC TO RETURN-CODE;                             03230001
032400        GOBACK;                                                   03240001
032500      END-IF.                                                     03250001
032600      MOVE SPACES TO GPRG-RPT-RECORD.                             03260001
032700      WRITE GPRG-RPT-RECORD.                                      03270001
032800      MOVE SPACES TO GPRG-RPT-RECORD.                             03280001
032900      STRING ' HELD PAST RETENTION     RUN DATE RUN TIME RULE'    03290001
033000             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              03300001
033100      WRITE GPRG-RPT-RECORD.                                      03310001
033200      PERFORM UNTIL IN-EOF                                        03320001
033300        READ GRPVSAM-FILE NEXT RECORD                             03330001
033400          AT END                                                  03340001
033500            SET IN-EOF TO TRUE                                    03350001
033600          NOT AT END                                              03360001
033700            ADD 1 TO READ-COUNT;                                  03370001
033800            PERFORM RETAIN-OR-PURGE                               03380001
033900        END-READ;                                                 03390001
034000        IF GRPVSAM-STATUS NOT = '00' AND GRPVSAM-STATUS NOT = '10'03400001
034100         THEN                                                     03410001
034200          SET IN-EOF TO TRUE;                                     03420001
034300          ADD 1 TO ERROR-COUNT;                                   03430001
034400          MOVE SPACES TO GPRG-RPT-RECORD;                         03440001
034500          STRING ' GRPVSAM I/O ERROR - STATUS ' GRPVSAM-STATUS    03450001
034600                 ' - PURGE STOPPED'                               03460001
034700                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          03470001
034800          WRITE GPRG-RPT-RECORD;                                  03480001
034900          DISPLAY PGMNAME, ' GRPVSAM I/O ERROR - STATUS ',        03490001
035000                  GRPVSAM-STATUS, ' - RC=8';                      03500001
035100        END-IF;                                                   03510001
035200      END-PERFORM.                                                03520001
035300      CLOSE GRPVSAM-FILE.                                         03530001
035400      IF HELD-COUNT = ZERO                                        03540001
035500       THEN                                                       03550001
035600        MOVE SPACES TO GPRG-RPT-RECORD;                           03560001
035700        STRING '   NONE'                                          03570001
035800               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            03580001
035900        WRITE GPRG-RPT-RECORD;                                    03590001
036000      END-IF.                                                     03600001
036100      IF ERROR-COUNT = ZERO                                       03610001
036200       THEN                                                       03620001
036300        PERFORM PURGE-ATTRIBUTE-INDEX;                            03630001
036400      END-IF.                                                     03640001
036500      PERFORM WRITE-DATE-SUMMARY.                                 03650001
036600      PERFORM WRITE-REPORT-SUMMARY.                               03660001
036700      CLOSE GPRG-RPT-FILE.                                        03670001
036800      IF ERROR-COUNT > ZERO                                       03680001
036900       THEN                                                       03690001
037000        MOVE ERROR-RC TO RETURN-CODE;                             03700001
037100       ELSE                                                       03710001
037200        IF BAD-DATE-COUNT > ZERO OR OVERFLOW-COUNT > ZERO         03720001
037300         THEN                                                     03730001
037400          MOVE WARNING-RC TO RETURN-CODE;                         03740001
037500        END-IF;                                                   03750001
037600      END-IF.                                                     03760001
037700      GOBACK.                                                     03770001
037800      EJECT                                                       03780001
037900* the control file is required: a purge with no rules would keep  03790001
038000* everything, which is harmless, but a missing file usually means 03800001
038100* a broken job and should be seen.  a record that is entirely     03810001
038200* blank is padding and skipped, as in the sibling loaders.        03820001
038300  LOAD-RETENTION-CONTROLS.                                        03830001
038400      OPEN INPUT GPRGCTL-FILE.                                    03840001
038500      IF GPRGCTL-STATUS NOT = '00'                                03850001
038600       THEN                                                       03860001
038700        ADD 1 TO ERROR-COUNT;                                     03870001
038800        MOVE SPACES TO GPRG-RPT-RECORD;                           03880001
038900        STRING ' GPRGCTL NOT ALLOCATED'                           03890001
039000               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            03900001
039100        WRITE GPRG-RPT-RECORD;                                    03910001
039200       ELSE                                                       03920001
039300        PERFORM UNTIL GPRGCTL-STATUS NOT = '00'                   03930001
039400          READ GPRGCTL-FILE                                       03940001
039500            AT END                                                03950001
039600              MOVE '10' TO GPRGCTL-STATUS                         03960001
039700            NOT AT END                                            03970001
039800              ADD 1 TO CTL-ROW-COUNT;                             03980001
039900              PERFORM LOAD-ONE-CONTROL-ROW                        03990001
040000          END-READ;                                               04000001
040100        END-PERFORM;                                              04010001
040200        CLOSE GPRGCTL-FILE;                                       04020001
040300        IF RULE-COUNT = ZERO                                      04030001
040400         THEN                                                     04040001
040500          ADD 1 TO ERROR-COUNT;                                   04050001
040600          MOVE SPACES TO GPRG-RPT-RECORD;                         04060001
040700          STRING ' GPRGCTL HOLDS NO RETENTION RULES'              04070001
040800                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          04080001
040900          WRITE GPRG-RPT-RECORD;                                  04090001
041000        END-IF;                                                   04100001
041100      END-IF.                                                     04110001
041200* the cutoffs wait for the whole file, since an O record anywhere 04120001
041300* in it moves the date they are measured from.                    04130001
041400      IF ASOF-DATE = ZERO                                         04140001
041500       THEN                                                       04150001
041600        ACCEPT ASOF-DATE FROM DATE YYYYMMDD;                      04160001
041700      END-IF.                                                     04170001
041800      IF ERROR-COUNT = ZERO                                       04180001
041900       THEN                                                       04190001
042000        PERFORM VARYING RULE-IX FROM 1 BY 1                       04200001
042100                UNTIL RULE-IX > RULE-COUNT                        04210001
042200          PERFORM SET-RULE-CUTOFF                                 04220001
042300        END-PERFORM;                                              04230001
042400      END-IF.                                                     04240001
042500      SKIP1                                                       04250001
042600  LOAD-ONE-CONTROL-ROW.                                           04260001
042700      MOVE CTL-ROW-COUNT TO RECNO-DISP.                           04270001
042800      EVALUATE TRUE                                               04280001
042900        WHEN GPRGCTL-RECORD = SPACES                              04290001
043000          OR GPRGCTL-RECORD = LOW-VALUES                          04300001
043100          CONTINUE                                                04310001
043200        WHEN PCT-PREFIX                                           04320001
043300          PERFORM LOAD-RULE-ROW                                   04330001
043400        WHEN PCT-APPL                                             04340001
043500          PERFORM LOAD-RULE-ROW                                   04350001
043600        WHEN PCT-OPTIONS                                          04360001
043700          PERFORM LOAD-OPTIONS-ROW                                04370001
043800        WHEN OTHER                                                04380001
043900          MOVE SPACES TO GPRG-RPT-RECORD                          04390001
044000          STRING ' GPRGCTL ROW ' RECNO-DISP                       04400001
044100                 ' - TYPE ''' PCT-REC-TYPE                        04410001
044200                 ''' IS NOT P, A, OR O'                           04420001
044300                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD           04430001
044400          PERFORM WRITE-CONTROL-DEFECT                            04440001
044500      END-EVALUATE.                                               04450001
044600      SKIP1                                                       04460001
044700* a zero retention would purge every run before today, so it is   04470001
044800* refused rather than taken literally.  a second rule for the same04480001
044900* prefix or application is refused too: which one wins would      04490001
045000* depend on the order of the file.                                04500001
045100  LOAD-RULE-ROW.                                                  04510001
045200      IF PCT-KEEP IS NOT NUMERIC                                  04520001
045300         OR PCT-KEEP = ZERO                                       04530001
045400         OR NOT (PCT-DAYS OR PCT-MONTHS)                          04540001
045500       THEN                                                       04550001
045600        MOVE SPACES TO GPRG-RPT-RECORD;                           04560001
045700        STRING ' GPRGCTL ROW ' RECNO-DISP                         04570001
045800               ' - RETENTION NOT 0001-9999 OR UNIT NOT D OR M'    04580001
045900               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            04590001
046000        PERFORM WRITE-CONTROL-DEFECT;                             04600001
046100       ELSE                                                       04610001
046200        IF PCT-APPL AND PCT-RULE-KEY = SPACES                     04620001
046300         THEN                                                     04630001
046400          MOVE SPACES TO GPRG-RPT-RECORD;                         04640001
046500          STRING ' GPRGCTL ROW ' RECNO-DISP                       04650001
046600                 ' - APPLICATION ID IS BLANK'                     04660001
046700                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          04670001
046800          PERFORM WRITE-CONTROL-DEFECT;                           04680001
046900         ELSE                                                     04690001
047000          MOVE ZERO TO BEST-IX;                                   04700001
047100          PERFORM VARYING RULE-IX FROM 1 BY 1                     04710001
047200                  UNTIL RULE-IX > RULE-COUNT                      04720001
047300            IF RUL-TYPE (RULE-IX) = PCT-REC-TYPE                  04730001
047400               AND RUL-KEY (RULE-IX) = PCT-RULE-KEY               04740001
047500             THEN                                                 04750001
047600              MOVE RULE-IX TO BEST-IX;                            04760001
047700            END-IF;                                               04770001
047800          END-PERFORM;                                            04780001
047900          IF BEST-IX > ZERO                                       04790001
048000           THEN                                                   04800001
048100            MOVE SPACES TO GPRG-RPT-RECORD;                       04810001
048200            STRING ' GPRGCTL ROW ' RECNO-DISP                     04820001
048300                   ' - SECOND RULE FOR ' PCT-REC-TYPE             04830001
048400                   ' ''' PCT-RULE-KEY ''''                        04840001
048500                   DELIMITED BY SIZE INTO GPRG-RPT-RECORD;        04850001
048600            PERFORM WRITE-CONTROL-DEFECT;                         04860001
048700           ELSE                                                   04870001
048800            IF RULE-COUNT = 100                                   04880001
048900             THEN                                                 04890001
049000              MOVE SPACES TO GPRG-RPT-RECORD;                     04900001
049100              STRING ' GPRGCTL ROW ' RECNO-DISP                   04910001
049200                     ' - PAST THE 100-RULE TABLE LIMIT'           04920001
049300                     DELIMITED BY SIZE INTO GPRG-RPT-RECORD;      04930001
049400              PERFORM WRITE-CONTROL-DEFECT;                       04940001
049500             ELSE                                                 04950001
049600              PERFORM ADD-RULE-ENTRY;                             04960001
049700            END-IF;                                               04970001
049800          END-IF;                                                 04980001
049900        END-IF;                                                   04990001
050000      END-IF.                                                     05000001
050100      SKIP1                                                       05010001
050200* the key length is the prefix less its trailing blanks; it ranks 05020001
050300* one prefix rule against another when both match.                05030001
050400  ADD-RULE-ENTRY.                                                 05040001
050500      ADD 1 TO RULE-COUNT.                                        05050001
050600      MOVE PCT-REC-TYPE  TO RUL-TYPE (RULE-COUNT).                05060001
050700      MOVE PCT-RULE-KEY  TO RUL-KEY (RULE-COUNT).                 05070001
050800      MOVE PCT-KEEP      TO RUL-KEEP (RULE-COUNT).                05080001
050900      MOVE PCT-UNIT      TO RUL-UNIT (RULE-COUNT).                05090001
051000      MOVE ZERO TO RUL-CUTOFF (RULE-COUNT)                        05100001
051100                   RUL-PURGED (RULE-COUNT)                        05110001
051200                   RUL-HELD (RULE-COUNT)                          05120001
051300                   RUL-KEPT (RULE-COUNT)                          05130001
051400                   RUL-KEY-LEN (RULE-COUNT).                      05140001
051500      PERFORM VARYING ARG-IX FROM 8 BY -1                         05150001
051600              UNTIL ARG-IX < 1                                    05160001
051700              OR RUL-KEY-LEN (RULE-COUNT) > ZERO                  05170001
051800        IF PCT-RULE-KEY (ARG-IX:1) NOT = SPACE                    05180001
051900           AND PCT-RULE-KEY (ARG-IX:1) NOT = LOW-VALUE            05190001
052000         THEN                                                     05200001
052100          MOVE ARG-IX TO RUL-KEY-LEN (RULE-COUNT);                05210001
052200        END-IF;                                                   05220001
052300      END-PERFORM.                                                05230001
052400      SKIP1                                                       05240001
052500  LOAD-OPTIONS-ROW.                                               05250001
052600      IF PCT-MODE NOT = 'P' AND PCT-MODE NOT = 'R'                05260001
052700         AND PCT-MODE NOT = SPACE                                 05270001
052800       THEN                                                       05280001
052900        MOVE SPACES TO GPRG-RPT-RECORD;                           05290001
053000        STRING ' GPRGCTL ROW ' RECNO-DISP                         05300001
053100               ' - MODE ''' PCT-MODE ''' IS NOT P OR R'           05310001
053200               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            05320001
053300        PERFORM WRITE-CONTROL-DEFECT;                             05330001
053400       ELSE                                                       05340001
053500        IF PCT-MODE = 'P'                                         05350001
053600         THEN                                                     05360001
053700          SET PURGE-RUN TO TRUE;                                  05370001
053800         ELSE                                                     05380001
053900          SET REPORT-ONLY TO TRUE;                                05390001
054000        END-IF;                                                   05400001
054100      END-IF.                                                     05410001
054200      IF PCT-ASOF-DATE NOT = SPACES                               05420001
054300       THEN                                                       05430001
054400        MOVE PCT-ASOF-DATE TO CHECK-DATE;                         05440001
054500        PERFORM CHECK-DATE-VALUE;                                 05450001
054600        IF DATE-NOT-VALID                                         05460001
054700         THEN                                                     05470001
054800          MOVE SPACES TO GPRG-RPT-RECORD;                         05480001
054900          STRING ' GPRGCTL ROW ' RECNO-DISP                       05490001
055000                 ' - AS-OF DATE IS NOT YYYYMMDD'                  05500001
055100                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          05510001
055200          PERFORM WRITE-CONTROL-DEFECT;                           05520001
055300         ELSE                                                     05530001
055400          MOVE PCT-ASOF-NUM TO ASOF-DATE;                         05540001
055500        END-IF;                                                   05550001
055600      END-IF.                                                     05560001
055700      SKIP1                                                       05570001
055800* days count back through the integer date; months step back the  05580001
055900* calendar and hold the day of the month, pulled in to the last   05590001
056000* day where the earlier month is shorter.  a cutoff before the    05600001
056100* Gregorian base purges nothing.                                  05610001
056200  SET-RULE-CUTOFF.                                                05620001
056300      IF RUL-UNIT (RULE-IX) = 'D'                                 05630001
056400       THEN                                                       05640001
056500        COMPUTE DAY-NUM = FUNCTION INTEGER-OF-DATE (ASOF-DATE);   05650001
056600        IF DAY-NUM > RUL-KEEP (RULE-IX)                           05660001
056700         THEN                                                     05670001
056800          COMPUTE RUL-CUTOFF (RULE-IX) = FUNCTION DATE-OF-INTEGER 05680001
056900                  (DAY-NUM - RUL-KEEP (RULE-IX));                 05690001
057000         ELSE                                                     05700001
057100          MOVE ZERO TO RUL-CUTOFF (RULE-IX);                      05710001
057200        END-IF;                                                   05720001
057300       ELSE                                                       05730001
057400        COMPUTE MONTH-NUM = ASOF-YYYY * 12 + ASOF-MM - 1;         05740001
057500        IF MONTH-NUM < RUL-KEEP (RULE-IX) + 1601 * 12             05750001
057600         THEN                                                     05760001
057700          MOVE ZERO TO RUL-CUTOFF (RULE-IX);                      05770001
057800         ELSE                                                     05780001
057900          SUBTRACT RUL-KEEP (RULE-IX) FROM MONTH-NUM;             05790001
058000          DIVIDE MONTH-NUM BY 12 GIVING CUT-YYYY                  05800001
058100                 REMAINDER CUT-MM;                                05810001
058200          ADD 1 TO CUT-MM;                                        05820001
058300          MOVE 1 TO CUT-DD;                                       05830001
058400          MOVE CUT-DATE TO MONTH-END-DATE;                        05840001
058500          PERFORM SET-MONTH-END;                                  05850001
058600          IF ASOF-DD > MEND-DD                                    05860001
058700           THEN                                                   05870001
058800            MOVE MEND-DD TO CUT-DD;                               05880001
058900           ELSE                                                   05890001
059000            MOVE ASOF-DD TO CUT-DD;                               05900001
059100          END-IF;                                                 05910001
059200          MOVE CUT-DATE TO RUL-CUTOFF (RULE-IX);                  05920001
059300        END-IF;                                                   05930001
059400      END-IF.                                                     05940001
059500      SKIP1                                                       05950001
059600* the last day of the month MONTH-END-DATE falls in: the day      05960001
059700* before the first of the next, or the 31st of December.          05970001
059800  SET-MONTH-END.                                                  05980001
059900      IF MEND-MM = 12                                             05990001
060000       THEN                                                       06000001
060100        MOVE 31 TO MEND-DD;                                       06010001
060200       ELSE                                                       06020001
060300        ADD 1 TO MEND-MM;                                         06030001
060400        MOVE 1 TO MEND-DD;                                        06040001
060500        COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER         06050001
060600                (FUNCTION INTEGER-OF-DATE (MONTH-END-DATE) - 1);  06060001
060700      END-IF.                                                     06070001
060800      SKIP1                                                       06080001
060900* CHECK-DATE must be a real calendar date the integer-date        06090001
061000* functions can take, from 1601 on.                               06100001
061100  CHECK-DATE-VALUE.                                               06110001
061200      SET DATE-VALID TO TRUE.                                     06120001
061300      IF CHECK-DATE IS NOT NUMERIC                                06130001
061400       THEN                                                       06140001
061500        SET DATE-NOT-VALID TO TRUE;                               06150001
061600       ELSE                                                       06160001
061700        IF CHK-YYYY < 1601 OR CHK-MM < 1 OR CHK-MM > 12           06170001
061800           OR CHK-DD < 1                                          06180001
061900         THEN                                                     06190001
062000          SET DATE-NOT-VALID TO TRUE;                             06200001
062100         ELSE                                                     06210001
062200          MOVE CHECK-DATE TO MONTH-END-DATE;                      06220001
062300          PERFORM SET-MONTH-END;                                  06230001
062400          IF CHK-DD > MEND-DD                                     06240001
062500           THEN                                                   06250001
062600            SET DATE-NOT-VALID TO TRUE;                           06260001
062700          END-IF;                                                 06270001
062800        END-IF;                                                   06280001
062900      END-IF.                                                     06290001
063000      SKIP1                                                       06300001
063100  WRITE-CONTROL-DEFECT.                                           06310001
063200      ADD 1 TO ERROR-COUNT.                                       06320001
063300      WRITE GPRG-RPT-RECORD.                                      06330001
063400      EJECT                                                       06340001
063500* a purge will not run on a missing hold list: leaving GPRGHLD out06350001
063600* of the JCL must not be read as "nothing is held".  a report-only06360001
063700* run notes the gap and goes on.  the names are inserted in order 06370001
063800* and a repeat is dropped, so the lookup can be a binary search.  06380001
063900  LOAD-HOLD-LIST.                                                 06390001
064000      OPEN INPUT GPRGHLD-FILE.                                    06400001
064100      IF GPRGHLD-STATUS NOT = '00'                                06410001
064200       THEN                                                       06420001
064300        MOVE SPACES TO GPRG-RPT-RECORD;                           06430001
064400        IF PURGE-RUN                                              06440001
064500         THEN                                                     06450001
064600          ADD 1 TO ERROR-COUNT;                                   06460001
064700          STRING ' GPRGHLD NOT ALLOCATED - A PURGE NEEDS THE'     06470001
064800                 ' LEGAL-HOLD LIST'                               06480001
064900                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          06490001
065000         ELSE                                                     06500001
065100          STRING ' GPRGHLD NOT ALLOCATED - NO GROUPS HELD'        06510001
065200                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          06520001
065300        END-IF;                                                   06530001
065400        WRITE GPRG-RPT-RECORD;                                    06540001
065500       ELSE                                                       06550001
065600        PERFORM UNTIL GPRGHLD-STATUS NOT = '00'                   06560001
065700          READ GPRGHLD-FILE                                       06570001
065800            AT END                                                06580001
065900              MOVE '10' TO GPRGHLD-STATUS                         06590001
066000            NOT AT END                                            06600001
066100              ADD 1 TO HOLD-ROW-COUNT;                            06610001
066200              PERFORM LOAD-ONE-HOLD-ROW                           06620001
066300          END-READ;                                               06630001
066400        END-PERFORM;                                              06640001
066500        CLOSE GPRGHLD-FILE;                                       06650001
066600      END-IF.                                                     06660001
066700      SKIP1                                                       06670001
066800  LOAD-ONE-HOLD-ROW.                                              06680001
066900      MOVE HOLD-ROW-COUNT TO RECNO-DISP.                          06690001
067000      IF HLD-GROUP-NAME = SPACES OR HLD-GROUP-NAME = LOW-VALUES   06700001
067100       THEN                                                       06710001
067200        IF GPRGHLD-RECORD NOT = SPACES                            06720001
067300           AND GPRGHLD-RECORD NOT = LOW-VALUES                    06730001
067400         THEN                                                     06740001
067500          MOVE SPACES TO GPRG-RPT-RECORD;                         06750001
067600          STRING ' GPRGHLD ROW ' RECNO-DISP                       06760001
067700                 ' - GROUP NAME IN COLUMNS 1-8 IS BLANK'          06770001
067800                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          06780001
067900          PERFORM WRITE-CONTROL-DEFECT;                           06790001
068000        END-IF;                                                   06800001
068100       ELSE                                                       06810001
068200        MOVE ZERO TO SLOT-IX;                                     06820001
068300        PERFORM VARYING SLOT-JX FROM 1 BY 1                       06830001
068400                UNTIL SLOT-JX > HOLD-COUNT OR SLOT-IX > ZERO      06840001
068500          IF HOLD-NAME (SLOT-JX) NOT < HLD-GROUP-NAME             06850001
068600           THEN                                                   06860001
068700            MOVE SLOT-JX TO SLOT-IX;                              06870001
068800          END-IF;                                                 06880001
068900        END-PERFORM;                                              06890001
069000        IF SLOT-IX = ZERO                                         06900001
069100         THEN                                                     06910001
069200          COMPUTE SLOT-IX = HOLD-COUNT + 1;                       06920001
069300        END-IF;                                                   06930001
069400        IF SLOT-IX NOT > HOLD-COUNT                               06940001
069500           AND HOLD-NAME (SLOT-IX) = HLD-GROUP-NAME               06950001
069600         THEN                                                     06960001
069700          CONTINUE;                                               06970001
069800         ELSE                                                     06980001
069900          IF HOLD-COUNT = 2000                                    06990001
070000           THEN                                                   07000001
070100            MOVE SPACES TO GPRG-RPT-RECORD;                       07010001
070200            STRING ' GPRGHLD ROW ' RECNO-DISP                     07020001
070300                   ' - PAST THE 2000-NAME TABLE LIMIT'            07030001
070400                   DELIMITED BY SIZE INTO GPRG-RPT-RECORD;        07040001
070500            PERFORM WRITE-CONTROL-DEFECT;                         07050001
070600           ELSE                                                   07060001
070700            ADD 1 TO HOLD-COUNT;                                  07070001
070800            PERFORM VARYING SLOT-JX FROM HOLD-COUNT BY -1         07080001
070900                    UNTIL SLOT-JX NOT > SLOT-IX                   07090001
071000              MOVE HOLD-NAME (SLOT-JX - 1) TO HOLD-NAME (SLOT-JX) 07100001
071100            END-PERFORM;                                          07110001
071200            MOVE HLD-GROUP-NAME TO HOLD-NAME (SLOT-IX);           07120001
071300          END-IF;                                                 07130001
071400        END-IF;                                                   07140001
071500      END-IF.                                                     07150001
071600      SKIP1                                                       07160001
071700* heads the report with the run's mode and as-of date and the     07170001
071800* cutoff each rule works out to.                                  07180001
071900  WRITE-RULE-LIST.                                                07190001
072000      IF PURGE-RUN                                                07200001
072100       THEN                                                       07210001
072200        MOVE 'PURGE'       TO MODE-DISP;                          07220001
072300       ELSE                                                       07230001
072400        MOVE 'REPORT ONLY' TO MODE-DISP;                          07240001
072500      END-IF.                                                     07250001
072600      MOVE ASOF-DATE  TO DATE-DISP.                               07260001
072700      MOVE HOLD-COUNT TO HELD-DISP.                               07270001
072800      MOVE SPACES TO GPRG-RPT-RECORD.                             07280001
072900      STRING ' MODE ' MODE-DISP '  AS OF ' DATE-DISP              07290001
073000             '  GROUPS ON LEGAL HOLD ' HELD-DISP                  07300001
073100             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              07310001
073200      WRITE GPRG-RPT-RECORD.                                      07320001
073300      MOVE SPACES TO GPRG-RPT-RECORD.                             07330001
073400      WRITE GPRG-RPT-RECORD.                                      07340001
073500      MOVE SPACES TO GPRG-RPT-RECORD.                             07350001
073600      STRING ' RULE   KEY      KEEP UNIT  CUTOFF'                 07360001
073700             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              07370001
073800      WRITE GPRG-RPT-RECORD.                                      07380001
073900      PERFORM VARYING RULE-IX FROM 1 BY 1                         07390001
074000              UNTIL RULE-IX > RULE-COUNT                          07400001
074100        PERFORM SET-RULE-NAME                                     07410001
074200        MOVE RUL-KEEP (RULE-IX)   TO KEEP-DISP                    07420001
074300        MOVE RUL-CUTOFF (RULE-IX) TO DATE-DISP                    07430001
074400        MOVE SPACES TO GPRG-RPT-RECORD                            07440001
074500        STRING ' ' RULE-NAME ' ' RUL-KEY (RULE-IX) ' ' KEEP-DISP  07450001
074600               ' ' RUL-UNIT (RULE-IX) '     ' DATE-DISP           07460001
074700               DELIMITED BY SIZE INTO GPRG-RPT-RECORD             07470001
074800        WRITE GPRG-RPT-RECORD                                     07480001
074900      END-PERFORM.                                                07490001
075000      SKIP1                                                       07500001
075100  SET-RULE-NAME.                                                  07510001
075200      IF RUL-TYPE (RULE-IX) = 'A'                                 07520001
075300       THEN                                                       07530001
075400        MOVE 'APPL'   TO RULE-NAME;                               07540001
075500       ELSE                                                       07550001
075600        MOVE 'PREFIX' TO RULE-NAME;                               07560001
075700      END-IF.                                                     07570001
075800      EJECT                                                       07580001
075900* one master record: find its rule, and if it is past that rule's 07590001
076000* cutoff, purge it unless its group is held.  a run date that is  07600001
076100* not a date cannot be aged and is kept.                          07610001
076200  RETAIN-OR-PURGE.                                                07620001
076300      PERFORM JUDGE-MASTER-RECORD.                                07630001
076400      EVALUATE TRUE                                               07640001
076500        WHEN FATE-BAD-DATE                                        07650001
076600          ADD 1 TO BAD-DATE-COUNT                                 07660001
076700        WHEN FATE-NO-RULE                                         07670001
076800          ADD 1 TO NO-RULE-COUNT                                  07680001
076900        WHEN FATE-RETAINED                                        07690001
077000          ADD 1 TO RETAINED-COUNT                                 07700001
077100          ADD 1 TO RUL-KEPT (BEST-IX)                             07710001
077200        WHEN FATE-HELD                                            07720001
077300          PERFORM REPORT-HELD-RECORD                              07730001
077400        WHEN OTHER                                                07740001
077500          PERFORM PURGE-MASTER-RECORD                             07750001
077600      END-EVALUATE.                                               07760001
077700      SKIP1                                                       07770001
077800* the rules alone, with nothing counted, so the attribute pass can07780001
077900* ask them about a master record too.                             07790001
078000  JUDGE-MASTER-RECORD.                                            07800001
078100      MOVE GVX-RUN-DATE TO CHECK-DATE.                            07810001
078200      PERFORM CHECK-DATE-VALUE.                                   07820001
078300      IF DATE-NOT-VALID                                           07830001
078400       THEN                                                       07840001
078500        SET FATE-BAD-DATE TO TRUE;                                07850001
078600       ELSE                                                       07860001
078700        PERFORM FIND-RETENTION-RULE;                              07870001
078800        IF BEST-IX = ZERO                                         07880001
078900         THEN                                                     07890001
079000          SET FATE-NO-RULE TO TRUE;                               07900001
079100         ELSE                                                     07910001
079200          IF GVX-RUN-DATE NOT < RUL-CUTOFF (BEST-IX)              07920001
079300           THEN                                                   07930001
079400            SET FATE-RETAINED TO TRUE;                            07940001
079500           ELSE                                                   07950001
079600            PERFORM CHECK-LEGAL-HOLD;                             07960001
079700            IF HOLD-FOUND                                         07970001
079800             THEN                                                 07980001
079900              SET FATE-HELD TO TRUE;                              07990001
080000             ELSE                                                 08000001
080100              SET FATE-PURGE TO TRUE;                             08010001
080200            END-IF;                                               08020001
080300          END-IF;                                                 08030001
080400        END-IF;                                                   08040001
080500      END-IF.                                                     08050001
080600      SKIP1                                                       08060001
080700* the longest matching prefix outranks an application rule, which 08070001
080800* outranks a blank-prefix rule covering everything else.          08080001
080900  FIND-RETENTION-RULE.                                            08090001
081000      MOVE ZERO TO BEST-IX BEST-SCORE.                            08100001
081100      PERFORM VARYING RULE-IX FROM 1 BY 1                         08110001
081200              UNTIL RULE-IX > RULE-COUNT                          08120001
081300        MOVE ZERO TO RULE-SCORE                                   08130001
081400        IF RUL-TYPE (RULE-IX) = 'A'                               08140001
081500         THEN                                                     08150001
081600          IF RUL-KEY (RULE-IX) = GVX-RID-APPL-ID                  08160001
081700           THEN                                                   08170001
081800            MOVE 10 TO RULE-SCORE;                                08180001
081900          END-IF;                                                 08190001
082000         ELSE                                                     08200001
082100          IF RUL-KEY-LEN (RULE-IX) = ZERO                         08210001
082200           THEN                                                   08220001
082300            MOVE 1 TO RULE-SCORE;                                 08230001
082400           ELSE                                                   08240001
082500            IF GVX-GROUP-NAME (1:RUL-KEY-LEN (RULE-IX))           08250001
082600               = RUL-KEY (RULE-IX) (1:RUL-KEY-LEN (RULE-IX))      08260001
082700             THEN                                                 08270001
082800              COMPUTE RULE-SCORE = 20 + RUL-KEY-LEN (RULE-IX);    08280001
082900            END-IF;                                               08290001
083000          END-IF;                                                 08300001
083100        END-IF                                                    08310001
083200        IF RULE-SCORE > BEST-SCORE                                08320001
083300         THEN                                                     08330001
083400          MOVE RULE-SCORE TO BEST-SCORE;                          08340001
083500          MOVE RULE-IX    TO BEST-IX;                             08350001
083600        END-IF                                                    08360001
083700      END-PERFORM.                                                08370001
083800      SKIP1                                                       08380001
083900  CHECK-LEGAL-HOLD.                                               08390001
084000      SET HOLD-NOT-FOUND TO TRUE.                                 08400001
084100      IF HOLD-COUNT > ZERO                                        08410001
084200       THEN                                                       08420001
084300        SEARCH ALL HOLD-ENTRY                                     08430001
084400          WHEN HOLD-NAME (HOLD-IX) = GVX-GROUP-NAME               08440001
084500            SET HOLD-FOUND TO TRUE                                08450001
084600        END-SEARCH;                                               08460001
084700      END-IF.                                                     08470001
084800      SKIP1                                                       08480001
084900  REPORT-HELD-RECORD.                                             08490001
085000      ADD 1 TO HELD-COUNT.                                        08500001
085100      ADD 1 TO RUL-HELD (BEST-IX).                                08510001
085200      MOVE BEST-IX TO RULE-IX.                                    08520001
085300      PERFORM SET-RULE-NAME.                                      08530001
085400      MOVE GVX-RUN-DATE TO DATE-DISP.                             08540001
085500      MOVE GVX-RUN-TIME TO TIME-DISP.                             08550001
085600      MOVE SPACES TO GPRG-RPT-RECORD.                             08560001
085700      STRING '   ' GVX-GROUP-NAME '              ' DATE-DISP      08570001
085800             ' ' TIME-DISP ' ' RULE-NAME ' ' RUL-KEY (BEST-IX)    08580001
085900             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              08590001
086000      WRITE GPRG-RPT-RECORD.                                      08600001
086100      SKIP1                                                       08610001
086200* the delete takes the record just read, its key still in GVX-KEY.08620001
086300* a failed delete is not counted; its status stops the read loop. 08630001
086400  PURGE-MASTER-RECORD.                                            08640001
086500      IF PURGE-RUN                                                08650001
086600       THEN                                                       08660001
086700        DELETE GRPVSAM-FILE RECORD;                               08670001
086800      END-IF.                                                     08680001
086900      IF GRPVSAM-STATUS = '00'                                    08690001
087000       THEN                                                       08700001
087100        ADD 1 TO PURGE-COUNT;                                     08710001
087200        ADD 1 TO RUL-PURGED (BEST-IX);                            08720001
087300        PERFORM COUNT-PURGE-BY-DATE;                              08730001
087400      END-IF.                                                     08740001
087500      SKIP1                                                       08750001
087600* the summary row for this rule and run date, inserted in order   08760001
087700* the first time either is seen.  past the table limit the record 08770001
087800* is counted as overflow; the rule totals still hold it.          08780001
087900  COUNT-PURGE-BY-DATE.                                            08790001
088000      MOVE ZERO TO SUM-IX.                                        08800001
088100      PERFORM VARYING SUM-JX FROM 1 BY 1                          08810001
088200              UNTIL SUM-JX > SUM-COUNT OR SUM-IX > ZERO           08820001
088300        IF SUM-RULE-IX (SUM-JX) > BEST-IX                         08830001
088400           OR (SUM-RULE-IX (SUM-JX) = BEST-IX                     08840001
088500               AND SUM-RUN-DATE (SUM-JX) NOT < GVX-RUN-DATE)      08850001
088600         THEN                                                     08860001
088700          MOVE SUM-JX TO SUM-IX;                                  08870001
088800        END-IF;                                                   08880001
088900      END-PERFORM.                                                08890001
089000      IF SUM-IX = ZERO                                            08900001
089100       THEN                                                       08910001
089200        COMPUTE SUM-IX = SUM-COUNT + 1;                           08920001
089300      END-IF.                                                     08930001
089400      IF SUM-IX NOT > SUM-COUNT                                   08940001
089500         AND SUM-RULE-IX (SUM-IX) = BEST-IX                       08950001
089600         AND SUM-RUN-DATE (SUM-IX) = GVX-RUN-DATE                 08960001
089700       THEN                                                       08970001
089800        ADD 1 TO SUM-RECORDS (SUM-IX);                            08980001
089900       ELSE                                                       08990001
090000        IF SUM-COUNT = 500                                        09000001
090100         THEN                                                     09010001
090200          ADD 1 TO OVERFLOW-COUNT;                                09020001
090300         ELSE                                                     09030001
090400          ADD 1 TO SUM-COUNT;                                     09040001
090500          PERFORM VARYING SUM-JX FROM SUM-COUNT BY -1             09050001
090600                  UNTIL SUM-JX NOT > SUM-IX                       09060001
090700            MOVE SUM-ENTRY (SUM-JX - 1) TO SUM-ENTRY (SUM-JX)     09070001
090800          END-PERFORM;                                            09080001
090900          MOVE BEST-IX      TO SUM-RULE-IX (SUM-IX);              09090001
091000          MOVE GVX-RUN-DATE TO SUM-RUN-DATE (SUM-IX);             09100001
091100          MOVE 1            TO SUM-RECORDS (SUM-IX);              09110001
091200        END-IF;                                                   09120001
091300      END-IF.                                                     09130001
091400      EJECT                                                       09140001
091500* the attribute index (ATTRVSAM, loaded by ACIFGIXL) holds account09150001
091600* numbers and the like that point at master records, so it goes   09160001
091700* with them: an entry is purged when no master record for its     09170001
091800* group and run is left.  the entries are keyed by value, not by  09180001
091900* group, so the index is passed once after the master and each    09190001
092000* entry looks its masters up.  a run that stops between the two   09200001
092100* passes leaves entries whose masters are gone; the next run finds09210001
092200* them without a master and purges them then.                     09220001
092300  PURGE-ATTRIBUTE-INDEX.                                          09230001
092400      IF PURGE-RUN                                                09240001
092500       THEN                                                       09250001
092600        OPEN I-O ATTRVSAM-FILE;                                   09260001
092700       ELSE                                                       09270001
092800        OPEN INPUT ATTRVSAM-FILE;                                 09280001
092900      END-IF.                                                     09290001
093000      IF ATTRVSAM-STATUS = '35'                                   09300001
093100       THEN                                                       09310001
093200        SET ATTR-NOT-ALLOCATED TO TRUE;                           09320001
093300       ELSE                                                       09330001
093400        IF ATTRVSAM-STATUS NOT = '00'                             09340001
093500           AND ATTRVSAM-STATUS NOT = '97'                         09350001
093600         THEN                                                     09360001
093700          ADD 1 TO ERROR-COUNT;                                   09370001
093800          MOVE SPACES TO GPRG-RPT-RECORD;                         09380001
093900          STRING ' ATTRVSAM OPEN FAILED - STATUS ' ATTRVSAM-STATUS09390001
094000                 ' - ATTRIBUTE INDEX NOT PURGED'                  09400001
094100                 DELIMITED BY SIZE INTO GPRG-RPT-RECORD;          09410001
094200          WRITE GPRG-RPT-RECORD;                                  09420001
094300          DISPLAY PGMNAME, ' ATTRVSAM OPEN FAILED - STATUS ',     09430001
094400                  ATTRVSAM-STATUS, ' - RC=8';                     09440001
094500         ELSE                                                     09450001
094600          PERFORM PASS-ATTRIBUTE-INDEX;                           09460001
094700          CLOSE ATTRVSAM-FILE;                                    09470001
094800        END-IF;                                                   09480001
094900      END-IF.                                                     09490001
095000      SKIP1                                                       09500001
095100* the master is opened again, for input: what this run purged from09510001
095200* it is already gone.                                             09520001
095300  PASS-ATTRIBUTE-INDEX.                                           09530001
095400      OPEN INPUT GRPVSAM-FILE.                                    09540001
095500      IF GRPVSAM-STATUS NOT = '00' AND GRPVSAM-STATUS NOT = '97'  09550001
095600       THEN                                                       09560001
095700        ADD 1 TO ERROR-COUNT;                                     09570001
095800        MOVE SPACES TO GPRG-RPT-RECORD;                           09580001
095900        STRING ' GRPVSAM OPEN FAILED - STATUS ' GRPVSAM-STATUS    09590001
096000               ' - ATTRIBUTE INDEX NOT PURGED'                    09600001
096100               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            09610001
096200        WRITE GPRG-RPT-RECORD;                                    09620001
096300        DISPLAY PGMNAME, ' GRPVSAM OPEN FAILED - STATUS ',        09630001
096400                GRPVSAM-STATUS, ' - RC=8';                        09640001
096500       ELSE                                                       09650001
096600        SET ATTR-PASSED TO TRUE;                                  09660001
096700        SET IN-NOT-EOF TO TRUE;                                   09670001
096800        PERFORM UNTIL IN-EOF                                      09680001
096900          READ ATTRVSAM-FILE NEXT RECORD                          09690001
097000            AT END                                                09700001
097100              SET IN-EOF TO TRUE                                  09710001
097200            NOT AT END                                            09720001
097300              ADD 1 TO ATTR-READ-COUNT;                           09730001
097400              PERFORM RETAIN-OR-PURGE-ENTRY                       09740001
097500          END-READ;                                               09750001
097600          IF ATTRVSAM-STATUS NOT = '00'                           09760001
097700             AND ATTRVSAM-STATUS NOT = '10'                       09770001
097800           THEN                                                   09780001
097900            SET IN-EOF TO TRUE;                                   09790001
098000            ADD 1 TO ERROR-COUNT;                                 09800001
098100            MOVE SPACES TO GPRG-RPT-RECORD;                       09810001
098200            STRING ' ATTRVSAM I/O ERROR - STATUS ' ATTRVSAM-STATUS09820001
098300                   ' - PURGE STOPPED'                             09830001
098400                   DELIMITED BY SIZE INTO GPRG-RPT-RECORD;        09840001
098500            WRITE GPRG-RPT-RECORD;                                09850001
098600            DISPLAY PGMNAME, ' ATTRVSAM I/O ERROR - STATUS ',     09860001
098700                    ATTRVSAM-STATUS, ' - RC=8';                   09870001
098800          END-IF;                                                 09880001
098900          IF ENTRY-LOOKUP-FAILED                                  09890001
099000           THEN                                                   09900001
099100            SET IN-EOF TO TRUE;                                   09910001
099200            ADD 1 TO ERROR-COUNT;                                 09920001
099300            MOVE SPACES TO GPRG-RPT-RECORD;                       09930001
099400            STRING ' GRPVSAM I/O ERROR - STATUS ' GRPVSAM-STATUS  09940001
099500                   ' - PURGE STOPPED'                             09950001
099600                   DELIMITED BY SIZE INTO GPRG-RPT-RECORD;        09960001
099700            WRITE GPRG-RPT-RECORD;                                09970001
099800            DISPLAY PGMNAME, ' GRPVSAM I/O ERROR - STATUS ',      09980001
099900                    GRPVSAM-STATUS, ' - RC=8';                    09990001
100000          END-IF;                                                 10000001
100100        END-PERFORM;                                              10010001
100200        CLOSE GRPVSAM-FILE;                                       10020001
100300      END-IF.                                                     10030001
100400      SKIP1                                                       10040001
100500* one attribute entry: its masters are the records for its group  10050001
100600* whose run identifier carries its run date and time.  they key on10060001
100700* the time the group closed, never before the run began, so the   10070001
100800* look-up starts at the run's start and reads on through the group10080001
100900* name.  the entry stays if a master is held, or kept by the rules10090001
101000* (in a purge run, simply still on file); otherwise it goes.      10100001
101100  RETAIN-OR-PURGE-ENTRY.                                          10110001
101200      SET ENTRY-MASTER-GONE TO TRUE.                              10120001
101300      MOVE AVX-GROUP-NAME TO GVX-GROUP-NAME.                      10130001
101400      MOVE AVX-RUN-DATE   TO GVX-RUN-DATE.                        10140001
101500      MOVE AVX-RUN-TIME   TO GVX-RUN-TIME.                        10150001
101600      START GRPVSAM-FILE KEY IS NOT < GVX-KEY.                    10160001
101700      IF GRPVSAM-STATUS = '00'                                    10170001
101800       THEN                                                       10180001
101900        SET MASTER-SCAN-GOING TO TRUE;                            10190001
102000        PERFORM SCAN-ENTRY-MASTERS UNTIL MASTER-SCAN-DONE;        10200001
102100      END-IF.                                                     10210001
102200      IF GRPVSAM-STATUS NOT = '00' AND GRPVSAM-STATUS NOT = '10'  10220001
102300         AND GRPVSAM-STATUS NOT = '23'                            10230001
102400       THEN                                                       10240001
102500        SET ENTRY-LOOKUP-FAILED TO TRUE;                          10250001
102600      END-IF.                                                     10260001
102700      EVALUATE TRUE                                               10270001
102800        WHEN ENTRY-MASTER-HELD                                    10280001
102900          ADD 1 TO ATTR-HELD-COUNT                                10290001
103000        WHEN ENTRY-MASTER-GONE                                    10300001
103100          PERFORM PURGE-ATTRIBUTE-ENTRY                           10310001
103200      END-EVALUATE.                                               10320001
103300      SKIP1                                                       10330001
103400  SCAN-ENTRY-MASTERS.                                             10340001
103500      READ GRPVSAM-FILE NEXT RECORD                               10350001
103600        AT END                                                    10360001
103700          SET MASTER-SCAN-DONE TO TRUE                            10370001
103800      END-READ.                                                   10380001
103900      IF GRPVSAM-STATUS NOT = '00'                                10390001
104000         OR GVX-GROUP-NAME NOT = AVX-GROUP-NAME                   10400001
104100       THEN                                                       10410001
104200        SET MASTER-SCAN-DONE TO TRUE;                             10420001
104300       ELSE                                                       10430001
104400        IF GVX-RID-DATE = AVX-RUN-DATE                            10440001
104500           AND GVX-RID-TIME = AVX-RUN-TIME                        10450001
104600         THEN                                                     10460001
104700          PERFORM JUDGE-MASTER-RECORD;                            10470001
104800          IF FATE-HELD                                            10480001
104900           THEN                                                   10490001
105000            SET ENTRY-MASTER-HELD TO TRUE;                        10500001
105100            SET MASTER-SCAN-DONE TO TRUE;                         10510001
105200           ELSE                                                   10520001
105300            IF PURGE-RUN OR NOT FATE-PURGE                        10530001
105400             THEN                                                 10540001
105500              SET ENTRY-MASTER-KEPT TO TRUE;                      10550001
105600              SET MASTER-SCAN-DONE TO TRUE;                       10560001
105700            END-IF;                                               10570001
105800          END-IF;                                                 10580001
105900        END-IF;                                                   10590001
106000      END-IF.                                                     10600001
106100      SKIP1                                                       10610001
106200* as for the master, the delete takes the entry just read, and a  10620001
106300* failed one is not counted; its status stops the pass.           10630001
106400  PURGE-ATTRIBUTE-ENTRY.                                          10640001
106500      IF PURGE-RUN                                                10650001
106600       THEN                                                       10660001
106700        DELETE ATTRVSAM-FILE RECORD;                              10670001
106800      END-IF.                                                     10680001
106900      IF ATTRVSAM-STATUS = '00'                                   10690001
107000       THEN                                                       10700001
107100        ADD 1 TO ATTR-PURGE-COUNT;                                10710001
107200      END-IF.                                                     10720001
107300      EJECT                                                       10730001
107400* what went (or would go), by rule and run date, then each rule's 10740001
107500* totals.                                                         10750001
107600  WRITE-DATE-SUMMARY.                                             10760001
107700      MOVE SPACES TO GPRG-RPT-RECORD.                             10770001
107800      WRITE GPRG-RPT-RECORD.                                      10780001
107900      MOVE SPACES TO GPRG-RPT-RECORD.                             10790001
108000      IF PURGE-RUN                                                10800001
108100       THEN                                                       10810001
108200        STRING ' RULE   KEY      RUN DATE      PURGED'            10820001
108300               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            10830001
108400       ELSE                                                       10840001
108500        STRING ' RULE   KEY      RUN DATE WOULD PURGE'            10850001
108600               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            10860001
108700      END-IF.                                                     10870001
108800      WRITE GPRG-RPT-RECORD.                                      10880001
108900      IF SUM-COUNT = ZERO                                         10890001
109000       THEN                                                       10900001
109100        MOVE SPACES TO GPRG-RPT-RECORD;                           10910001
109200        STRING '   NONE'                                          10920001
109300               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            10930001
109400        WRITE GPRG-RPT-RECORD;                                    10940001
109500      END-IF.                                                     10950001
109600      PERFORM VARYING SUM-IX FROM 1 BY 1                          10960001
109700              UNTIL SUM-IX > SUM-COUNT                            10970001
109800        MOVE SUM-RULE-IX (SUM-IX) TO RULE-IX                      10980001
109900        PERFORM SET-RULE-NAME                                     10990001
110000        MOVE SUM-RUN-DATE (SUM-IX) TO DATE-DISP                   11000001
110100        MOVE SUM-RECORDS (SUM-IX)  TO PURGED-DISP                 11010001
110200        MOVE SPACES TO GPRG-RPT-RECORD                            11020001
110300        STRING ' ' RULE-NAME ' ' RUL-KEY (RULE-IX) ' ' DATE-DISP  11030001
110400               ' ' PURGED-DISP                                    11040001
110500               DELIMITED BY SIZE INTO GPRG-RPT-RECORD             11050001
110600        WRITE GPRG-RPT-RECORD                                     11060001
110700      END-PERFORM.                                                11070001
110800      IF OVERFLOW-COUNT > ZERO                                    11080001
110900       THEN                                                       11090001
111000        MOVE OVERFLOW-COUNT TO PURGED-DISP;                       11100001
111100        MOVE SPACES TO GPRG-RPT-RECORD;                           11110001
111200        STRING ' PAST THE 500-ROW SUMMARY     ' PURGED-DISP       11120001
111300               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11130001
111400        WRITE GPRG-RPT-RECORD;                                    11140001
111500      END-IF.                                                     11150001
111600      MOVE SPACES TO GPRG-RPT-RECORD.                             11160001
111700      WRITE GPRG-RPT-RECORD.                                      11170001
111800      MOVE SPACES TO GPRG-RPT-RECORD.                             11180001
111900      STRING ' RULE   KEY           PURGED    HELD        KEPT'   11190001
112000             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              11200001
112100      WRITE GPRG-RPT-RECORD.                                      11210001
112200      PERFORM VARYING RULE-IX FROM 1 BY 1                         11220001
112300              UNTIL RULE-IX > RULE-COUNT                          11230001
112400        PERFORM SET-RULE-NAME                                     11240001
112500        MOVE RUL-PURGED (RULE-IX) TO PURGED-DISP                  11250001
112600        MOVE RUL-HELD (RULE-IX)   TO HELD-DISP                    11260001
112700        MOVE RUL-KEPT (RULE-IX)   TO KEPT-DISP                    11270001
112800        MOVE SPACES TO GPRG-RPT-RECORD                            11280001
112900        STRING ' ' RULE-NAME ' ' RUL-KEY (RULE-IX) ' ' PURGED-DISP11290001
113000               ' ' HELD-DISP ' ' KEPT-DISP                        11300001
113100               DELIMITED BY SIZE INTO GPRG-RPT-RECORD             11310001
113200        WRITE GPRG-RPT-RECORD                                     11320001
113300      END-PERFORM.                                                11330001
113400      SKIP1                                                       11340001
113500* the master's count before the pass and after it; a report-only  11350001
113600* run shows what the count would be.  the before and after must   11360001
113700* differ by exactly the purged count.                             11370001
113800  WRITE-REPORT-SUMMARY.                                           11380001
113900      COMPUTE AFTER-COUNT = READ-COUNT - PURGE-COUNT.             11390001
114000      MOVE SPACES TO GPRG-RPT-RECORD.                             11400001
114100      WRITE GPRG-RPT-RECORD.                                      11410001
114200      MOVE READ-COUNT TO COUNT-DISP.                              11420001
114300      MOVE SPACES TO GPRG-RPT-RECORD.                             11430001
114400      STRING ' MASTER RECORDS BEFORE ......... ' COUNT-DISP       11440001
114500             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              11450001
114600      WRITE GPRG-RPT-RECORD.                                      11460001
114700      MOVE PURGE-COUNT TO COUNT-DISP.                             11470001
114800      MOVE SPACES TO GPRG-RPT-RECORD.                             11480001
114900      IF PURGE-RUN                                                11490001
115000       THEN                                                       11500001
115100        STRING ' RECORDS PURGED ................ ' COUNT-DISP     11510001
115200               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11520001
115300       ELSE                                                       11530001
115400        STRING ' RECORDS A PURGE WOULD DELETE .. ' COUNT-DISP     11540001
115500               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11550001
115600      END-IF.                                                     11560001
115700      WRITE GPRG-RPT-RECORD.                                      11570001
115800      MOVE HELD-COUNT TO COUNT-DISP.                              11580001
115900      MOVE SPACES TO GPRG-RPT-RECORD.                             11590001
116000      STRING ' KEPT UNDER LEGAL HOLD ......... ' COUNT-DISP       11600001
116100             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              11610001
116200      WRITE GPRG-RPT-RECORD.                                      11620001
116300      MOVE RETAINED-COUNT TO COUNT-DISP.                          11630001
116400      MOVE SPACES TO GPRG-RPT-RECORD.                             11640001
116500      STRING ' KEPT WITHIN RETENTION ......... ' COUNT-DISP       11650001
116600             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              11660001
116700      WRITE GPRG-RPT-RECORD.                                      11670001
116800      MOVE NO-RULE-COUNT TO COUNT-DISP.                           11680001
116900      MOVE SPACES TO GPRG-RPT-RECORD.                             11690001
117000      STRING ' KEPT - NO RETENTION RULE ...... ' COUNT-DISP       11700001
117100             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              11710001
117200      WRITE GPRG-RPT-RECORD.                                      11720001
117300      IF BAD-DATE-COUNT > ZERO                                    11730001
117400       THEN                                                       11740001
117500        MOVE BAD-DATE-COUNT TO COUNT-DISP;                        11750001
117600        MOVE SPACES TO GPRG-RPT-RECORD;                           11760001
117700        STRING ' KEPT - RUN DATE NOT A DATE .... ' COUNT-DISP     11770001
117800               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11780001
117900        WRITE GPRG-RPT-RECORD;                                    11790001
118000      END-IF.                                                     11800001
118100      MOVE AFTER-COUNT TO COUNT-DISP.                             11810001
118200      MOVE SPACES TO GPRG-RPT-RECORD.                             11820001
118300      IF PURGE-RUN                                                11830001
118400       THEN                                                       11840001
118500        STRING ' MASTER RECORDS AFTER .......... ' COUNT-DISP     11850001
118600               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11860001
118700       ELSE                                                       11870001
118800        STRING ' MASTER RECORDS AFTER A PURGE .. ' COUNT-DISP     11880001
118900               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            11890001
119000      END-IF.                                                     11900001
119100      WRITE GPRG-RPT-RECORD.                                      11910001
119200      IF ATTR-PASSED                                              11920001
119300       THEN                                                       11930001
119400        PERFORM WRITE-ATTRIBUTE-SUMMARY;                          11940001
119500      END-IF.                                                     11950001
119600      IF ATTR-NOT-ALLOCATED                                       11960001
119700       THEN                                                       11970001
119800        MOVE SPACES TO GPRG-RPT-RECORD;                           11980001
119900        STRING ' ATTRVSAM NOT ALLOCATED - NO ATTRIBUTES PURGED'   11990001
120000               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12000001
120100        WRITE GPRG-RPT-RECORD;                                    12010001
120200      END-IF.                                                     12020001
120300      IF ERROR-COUNT > ZERO                                       12030001
120400       THEN                                                       12040001
120500        MOVE SPACES TO GPRG-RPT-RECORD;                           12050001
120600        STRING ' PASS STOPPED EARLY - COUNTS ARE PARTIAL'         12060001
120700               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12070001
120800        WRITE GPRG-RPT-RECORD;                                    12080001
120900      END-IF.                                                     12090001
121000      MOVE READ-COUNT TO COUNT-DISP.                              12100001
121100      DISPLAY PGMNAME, ' MASTER RECORDS BEFORE ...... ',          12110001
121200              COUNT-DISP.                                         12120001
121300      MOVE PURGE-COUNT TO COUNT-DISP.                             12130001
121400      IF PURGE-RUN                                                12140001
121500       THEN                                                       12150001
121600        DISPLAY PGMNAME, ' RECORDS PURGED ............. ',        12160001
121700                COUNT-DISP;                                       12170001
121800       ELSE                                                       12180001
121900        DISPLAY PGMNAME, ' REPORT ONLY - WOULD PURGE .. ',        12190001
122000                COUNT-DISP;                                       12200001
122100      END-IF.                                                     12210001
122200      MOVE AFTER-COUNT TO COUNT-DISP.                             12220001
122300      DISPLAY PGMNAME, ' MASTER RECORDS AFTER ....... ',          12230001
122400              COUNT-DISP.                                         12240001
122500      IF BAD-DATE-COUNT > ZERO                                    12250001
122600       THEN                                                       12260001
122700        MOVE BAD-DATE-COUNT TO COUNT-DISP;                        12270001
122800        DISPLAY PGMNAME, ' RUN DATE NOT A DATE ........ ',        12280001
122900                COUNT-DISP, ' - RC=4';                            12290001
123000      END-IF.                                                     12300001
123100      IF ATTR-PASSED                                              12310001
123200       THEN                                                       12320001
123300        MOVE ATTR-READ-COUNT TO COUNT-DISP;                       12330001
123400        DISPLAY PGMNAME, ' ATTRIBUTE ENTRIES BEFORE ... ',        12340001
123500                COUNT-DISP;                                       12350001
123600        MOVE ATTR-PURGE-COUNT TO COUNT-DISP;                      12360001
123700        IF PURGE-RUN                                              12370001
123800         THEN                                                     12380001
123900          DISPLAY PGMNAME, ' ATTRIBUTE ENTRIES PURGED ... ',      12390001
124000                  COUNT-DISP;                                     12400001
124100         ELSE                                                     12410001
124200          DISPLAY PGMNAME, ' ATTRIBUTES - WOULD PURGE ... ',      12420001
124300                  COUNT-DISP;                                     12430001
124400        END-IF;                                                   12440001
124500        MOVE ATTR-AFTER-COUNT TO COUNT-DISP;                      12450001
124600        DISPLAY PGMNAME, ' ATTRIBUTE ENTRIES AFTER .... ',        12460001
124700                COUNT-DISP;                                       12470001
124800      END-IF.                                                     12480001
124900      SKIP1                                                       12490001
125000* the attribute index's count before and after, which likewise    12500001
125100* differ by exactly the entries purged.                           12510001
125200  WRITE-ATTRIBUTE-SUMMARY.                                        12520001
125300      COMPUTE ATTR-AFTER-COUNT = ATTR-READ-COUNT                  12530001
125400                               - ATTR-PURGE-COUNT.                12540001
125500      MOVE ATTR-READ-COUNT TO COUNT-DISP.                         12550001
125600      MOVE SPACES TO GPRG-RPT-RECORD.                             12560001
125700      STRING ' ATTRIBUTE ENTRIES BEFORE ...... ' COUNT-DISP       12570001
125800             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              12580001
125900      WRITE GPRG-RPT-RECORD.                                      12590001
126000      MOVE ATTR-PURGE-COUNT TO COUNT-DISP.                        12600001
126100      MOVE SPACES TO GPRG-RPT-RECORD.                             12610001
126200      IF PURGE-RUN                                                12620001
126300       THEN                                                       12630001
126400        STRING ' ATTRIBUTE ENTRIES PURGED ...... ' COUNT-DISP     12640001
126500               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12650001
126600       ELSE                                                       12660001
126700        STRING ' ENTRIES A PURGE WOULD DELETE .. ' COUNT-DISP     12670001
126800               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12680001
126900      END-IF.                                                     12690001
127000      WRITE GPRG-RPT-RECORD.                                      12700001
127100      MOVE ATTR-HELD-COUNT TO COUNT-DISP.                         12710001
127200      MOVE SPACES TO GPRG-RPT-RECORD.                             12720001
127300      STRING ' ENTRIES KEPT UNDER LEGAL HOLD . ' COUNT-DISP       12730001
127400             DELIMITED BY SIZE INTO GPRG-RPT-RECORD.              12740001
127500      WRITE GPRG-RPT-RECORD.                                      12750001
127600      MOVE ATTR-AFTER-COUNT TO COUNT-DISP.                        12760001
127700      MOVE SPACES TO GPRG-RPT-RECORD.                             12770001
127800      IF PURGE-RUN                                                12780001
127900       THEN                                                       12790001
128000        STRING ' ATTRIBUTE ENTRIES AFTER ....... ' COUNT-DISP     12800001
128100               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12810001
128200       ELSE                                                       12820001
128300        STRING ' ATTRIBUTE ENTRIES AFTER A PURGE ' COUNT-DISP     12830001
128400               DELIMITED BY SIZE INTO GPRG-RPT-RECORD;            12840001
128500      END-IF.                                                     12850001
128600      WRITE GPRG-RPT-RECORD.                                      12860001
128700  END PROGRAM ACIFGPRG.                                           12870001
