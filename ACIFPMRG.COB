000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020043
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFPMRG.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This puts back together, as one run, the outputs  00070001
000800                of the ACIF steps that converted the partitions   00080001
000900                ACIFSPLT cut a print file into.  Each partition's 00090001
001000                ACIFIBDT run numbered its lines and pages from 1, 00100001
001100                stamped its own run identifier, and carried its   00110001
001200                own copy of the file's header and trailer; this   00120001
001300                renumbers every line and page to where it falls in00130001
001400                the original file, drops what the header and      00140001
001500                trailer copies produced in all but the partition  00150001
001600                that owns them (the first owns the header, the    00160001
001700                last the trailer), and stamps the first           00170001
001800                partition's run identifier on everything, so      00180001
001900                ACIFGIXL, ACIFTPVT, ACIFRECN, ACIFMRCN, and the   00190001
002000                control-totals check see one logical run.  NOP    00200001
002040                sequence numbers are the input file's own and the 00204043
002080                split copies records untouched, so they run on    00208043
002120                unbroken across the partitions by themselves.     00212043
002160                The separator NOPs ACIFIBDT inserts carry a group 00216043
002200                sequence and page number of their own; those run  00220043
002240                on unbroken only because each partition's ACIFIBDT00224043
002280                step was given its seed from the split (ddname    00228043
002320                PARTSEED there).                                  00232043
002400                                                                  00240001
002500                Each input is the partitions' datasets            00250001
002600                concatenated in partition order, and is written   00260001
002700                back under the ddname ACIFIBDT (or ACIFOBDT)      00270001
002800                gives it:                                         00280001
002900                  PGRPINDX to GRPINDEX     PTLEINDX to TLEINDEX   00290001
003000                  PAUDITLG to AUDITLOG     PBADSF   to BADSF      00300001
003100                  PSUPRLOG to SUPRLOG      PSFPROFL to SFPROFIL   00310001
003200                  PDUPGRPS to DUPGRPS      PEDELIDX to EDELIDX    00320001
003300                  POUTNOPS to OUTNOPS      PTLECLR  to TLECLEAR   00330043
003400                PAUDITLG is required; the others are merged when  00340001
003500                allocated.  The composition profile is summed by  00350001
003600                structured field type, less the header and        00360001
003700                trailer copies.  E-delivery document numbers run  00370001
003800                on across the partitions, the EDELIV datasets     00380001
003900                being concatenated in the same order.             00390001
004000                                                                  00400001
004100                The partitions' run history records (ddname       00410001
004200                PARTHIST - each partition's ACIFIBDT RUNHIST, one 00420001
004300                record per partition in partition order) say which00430001
004400                run identifier is which partition and what each   00440001
004500                counted; the split's manifest (ddname SPLTMAN,    00450001
004600                laid out by PARTMAN) says where each partition's  00460001
004700                share of the file begins.  A partition whose line 00470001
004800                count is not the manifest's, or a history that    00480001
004900                does not match the manifest, stops the merge      00490001
005000                before anything is written.                       00500001
005010                                                                  00501043
005020                A named group found in the group indexes of two   00502043
005030                partitions is one document converted twice across 00503043
005040                a cut: it is reported, written to DUPGRPS beside  00504043
005050                the partitions' own duplicate warnings, counted   00505043
005060                with the run's duplicates, and holds the run.  A  00506043
005070                repeat within one partition was already warned on 00507043
005080                by that partition's own run.  The check needs     00508043
005090                PGRPINDX.                                         00509043
005100                                                                  00510001
005200                The partitions run without CTLTOTS; when ddname   00520001
005300                CTLTOTS is allocated the merge judges the run's   00530001
005400                totals against it instead, as ACIFIBDT would      00540001
005500                have.  One run history record for the whole run   00550001
005560                is appended to ddname RUNHIST, carrying the       00556043
005620                control-total result and the worst of the         00562043
005680                partitions' group-routing results.  A report      00568043
005740                (ddname PMRGRPT) shows each partition's offsets   00574043
005800                and each dataset's counts.                        00580043
005900                                                                  00590001
006000                Return code 8 holds the run: a missing or         00600001
006100                inconsistent PARTHIST or SPLTMAN, a record from a 00610001
006200                run that is not one of the partitions or out of   00620001
006300                partition order, an output that could not be      00630001
006400                opened, a composition profile or restore log that 00640001
006500                does not carry the header and trailer copies, an  00650001
006560                unusable CTLTOTS, a named group converted in more 00656043
006620                than one partition, or control totals out of      00662043
006700                balance.                                          00670001
006800  DATE-WRITTEN. 15 Oct 2026.                                      00680001
006900  DATE-COMPILED.                                                  00690001
007000  SECURITY. IBM SAMPLE CODE ONLY.                                 00700001
007100  TITLE 'ACIF Partition Output Merge'.                            00710001
007200  ENVIRONMENT DIVISION.                                           00720001
007300  CONFIGURATION SECTION.                                          00730001
007400  SOURCE-COMPUTER. IBM-370.                                       00740001
007500  OBJECT-COMPUTER. IBM-370.                                       00750001
007600  INPUT-OUTPUT SECTION.                                           00760001
007700  FILE-CONTROL.                                                   00770001
007800      SELECT PARTHIST-FILE ASSIGN TO PARTHIST                     00780001
007900          ORGANIZATION IS SEQUENTIAL                              00790001
008000          ACCESS MODE IS SEQUENTIAL                               00800001
008100          FILE STATUS IS PARTHIST-STATUS.                         00810001
008200      SELECT SPLTMAN-FILE ASSIGN TO SPLTMAN                       00820001
008300          ORGANIZATION IS SEQUENTIAL                              00830001
008400          ACCESS MODE IS SEQUENTIAL                               00840001
008500          FILE STATUS IS SPLTMAN-STATUS.                          00850001
008600      SELECT CTLTOT-FILE ASSIGN TO CTLTOTS                        00860001
008700          ORGANIZATION IS SEQUENTIAL                              00870001
008800          ACCESS MODE IS SEQUENTIAL                               00880001
008900          FILE STATUS IS CTLTOT-STATUS.                           00890001
009000      SELECT PGRPIX-IN-FILE ASSIGN TO PGRPINDX                    00900001
009100          ORGANIZATION IS SEQUENTIAL                              00910001
009200          ACCESS MODE IS SEQUENTIAL                               00920001
009300          FILE STATUS IS PART-IN-STATUS.                          00930001
009400      SELECT PTLEIX-IN-FILE ASSIGN TO PTLEINDX                    00940001
009500          ORGANIZATION IS SEQUENTIAL                              00950001
009600          ACCESS MODE IS SEQUENTIAL                               00960001
009700          FILE STATUS IS PART-IN-STATUS.                          00970001
009720      SELECT PTLECL-IN-FILE ASSIGN TO PTLECLR                     00972043
009740          ORGANIZATION IS SEQUENTIAL                              00974043
009760          ACCESS MODE IS SEQUENTIAL                               00976043
009780          FILE STATUS IS PART-IN-STATUS.                          00978043
009800      SELECT PAUDIT-IN-FILE ASSIGN TO PAUDITLG                    00980001
009900          ORGANIZATION IS SEQUENTIAL                              00990001
010000          ACCESS MODE IS SEQUENTIAL                               01000001
010100          FILE STATUS IS PART-IN-STATUS.                          01010001
010200      SELECT PBADSF-IN-FILE ASSIGN TO PBADSF                      01020001
010300          ORGANIZATION IS SEQUENTIAL                              01030001
010400          ACCESS MODE IS SEQUENTIAL                               01040001
010500          FILE STATUS IS PART-IN-STATUS.                          01050001
010600      SELECT PSUPRL-IN-FILE ASSIGN TO PSUPRLOG                    01060001
010700          ORGANIZATION IS SEQUENTIAL                              01070001
010800          ACCESS MODE IS SEQUENTIAL                               01080001
010900          FILE STATUS IS PART-IN-STATUS.                          01090001
011000      SELECT PSFPRF-IN-FILE ASSIGN TO PSFPROFL                    01100001
011100          ORGANIZATION IS SEQUENTIAL                              01110001
011200          ACCESS MODE IS SEQUENTIAL                               01120001
011300          FILE STATUS IS PART-IN-STATUS.                          01130001
011400      SELECT PDUPG-IN-FILE ASSIGN TO PDUPGRPS                     01140001
011500          ORGANIZATION IS SEQUENTIAL                              01150001
011600          ACCESS MODE IS SEQUENTIAL                               01160001
011700          FILE STATUS IS PART-IN-STATUS.                          01170001
011800      SELECT PEDELX-IN-FILE ASSIGN TO PEDELIDX                    01180001
011900          ORGANIZATION IS SEQUENTIAL                              01190001
012000          ACCESS MODE IS SEQUENTIAL                               01200001
012100          FILE STATUS IS PART-IN-STATUS.                          01210001
012200      SELECT POUTNP-IN-FILE ASSIGN TO POUTNOPS                    01220001
012300          ORGANIZATION IS SEQUENTIAL                              01230001
012400          ACCESS MODE IS SEQUENTIAL                               01240001
012500          FILE STATUS IS PART-IN-STATUS.                          01250001
012600      SELECT GRPINDEX-FILE ASSIGN TO GRPINDEX                     01260001
012700          ORGANIZATION IS SEQUENTIAL                              01270001
012800          ACCESS MODE IS SEQUENTIAL                               01280001
012900          FILE STATUS IS MERGE-OUT-STATUS.                        01290001
013000      SELECT TLEINDEX-FILE ASSIGN TO TLEINDEX                     01300001
013100          ORGANIZATION IS SEQUENTIAL                              01310001
013200          ACCESS MODE IS SEQUENTIAL                               01320001
013300          FILE STATUS IS MERGE-OUT-STATUS.                        01330001
013320      SELECT TLECLEAR-FILE ASSIGN TO TLECLEAR                     01332043
013340          ORGANIZATION IS SEQUENTIAL                              01334043
013360          ACCESS MODE IS SEQUENTIAL                               01336043
013380          FILE STATUS IS MERGE-OUT-STATUS.                        01338043
013400      SELECT AUDIT-FILE ASSIGN TO AUDITLOG                        01340001
013500          ORGANIZATION IS SEQUENTIAL                              01350001
013600          ACCESS MODE IS SEQUENTIAL                               01360001
013700          FILE STATUS IS MERGE-OUT-STATUS.                        01370001
013800      SELECT BADSF-FILE ASSIGN TO BADSF                           01380001
013900          ORGANIZATION IS SEQUENTIAL                              01390001
014000          ACCESS MODE IS SEQUENTIAL                               01400001
014100          FILE STATUS IS MERGE-OUT-STATUS.                        01410001
014200      SELECT SUPRLOG-FILE ASSIGN TO SUPRLOG                       01420001
014300          ORGANIZATION IS SEQUENTIAL                              01430001
014400          ACCESS MODE IS SEQUENTIAL                               01440001
014500          FILE STATUS IS MERGE-OUT-STATUS.                        01450001
014600      SELECT SFPROF-FILE ASSIGN TO SFPROFIL                       01460001
014700          ORGANIZATION IS SEQUENTIAL                              01470001
014800          ACCESS MODE IS SEQUENTIAL                               01480001
014900          FILE STATUS IS MERGE-OUT-STATUS.                        01490001
015000      SELECT DUPGRP-FILE ASSIGN TO DUPGRPS                        01500001
015100          ORGANIZATION IS SEQUENTIAL                              01510001
015200          ACCESS MODE IS SEQUENTIAL                               01520001
015300          FILE STATUS IS MERGE-OUT-STATUS.                        01530001
015400      SELECT EDELIDX-FILE ASSIGN TO EDELIDX                       01540001
015500          ORGANIZATION IS SEQUENTIAL                              01550001
015600          ACCESS MODE IS SEQUENTIAL                               01560001
015700          FILE STATUS IS MERGE-OUT-STATUS.                        01570001
015800      SELECT OUT-NOP-FILE ASSIGN TO OUTNOPS                       01580001
015900          ORGANIZATION IS SEQUENTIAL                              01590001
016000          ACCESS MODE IS SEQUENTIAL                               01600001
016100          FILE STATUS IS MERGE-OUT-STATUS.                        01610001
016200      SELECT RUNHIST-FILE ASSIGN TO RUNHIST                       01620001
016300          ORGANIZATION IS SEQUENTIAL                              01630001
016400          ACCESS MODE IS SEQUENTIAL                               01640001
016500          FILE STATUS IS RUNHIST-STATUS.                          01650001
016600      SELECT PMRG-RPT-FILE ASSIGN TO PMRGRPT                      01660001
016700          ORGANIZATION IS SEQUENTIAL                              01670001
016800          ACCESS MODE IS SEQUENTIAL                               01680001
016900          FILE STATUS IS PMRG-RPT-STATUS.                         01690001
017000      EJECT                                                       01700001
017100  DATA DIVISION.                                                  01710001
017200  FILE SECTION.                                                   01720001
017300  FD  PARTHIST-FILE                                               01730001
017400      RECORDING MODE F.                                           01740001
017500      COPY RUNHIST                                                01750001
017600          REPLACING ==RUN-HISTORY-RECORD== BY ==PART-HIST-REC==,  01760001
017700                    ==RNH-JOBNAME==    BY ==PRH-JOBNAME==,        01770001
017800                    ==RNH-START-DATE== BY ==PRH-START-DATE==,     01780001
017900                    ==RNH-START-TIME== BY ==PRH-START-TIME==,     01790001
018000                    ==RNH-END-DATE==   BY ==PRH-END-DATE==,       01800001
018100                    ==RNH-END-TIME==   BY ==PRH-END-TIME==,       01810001
018200                    ==RNH-ELAPSED-HUNDS== BY ==PRH-ELAPSED==,     01820001
018300                    ==RNH-LINE-COUNT== BY ==PRH-LINE-COUNT==,     01830001
018400                    ==RNH-PAGE-COUNT== BY ==PRH-PAGE-COUNT==,     01840001
018500                    ==RNH-CONV-COUNT== BY ==PRH-CONV-COUNT==,     01850001
018600                    ==RNH-DEL-COUNT==  BY ==PRH-DEL-COUNT==,      01860001
018700                    ==RNH-REJECT-COUNT== BY ==PRH-REJECT-COUNT==, 01870001
018800                    ==RNH-DUPGRP-COUNT== BY ==PRH-DUPGRP-COUNT==, 01880001
018900                    ==RNH-RESTART-FLAG== BY ==PRH-RESTART-FLAG==, 01890001
019000                    ==RNH-RUN-ID==     BY ==PRH-RUN-ID==,         01900001
019100                    ==RNH-RID-JOBNAME== BY ==PRH-RID-JOBNAME==,   01910001
019200                    ==RNH-RID-APPL-ID== BY ==PRH-RID-APPL-ID==,   01920001
019300                    ==RNH-RID-DATE==   BY ==PRH-RID-DATE==,       01930001
019400                    ==RNH-RID-TIME==   BY ==PRH-RID-TIME==,       01940043
019408                    ==RNH-BALANCE-FLAG== BY ==PRH-BALANCE-FLAG==, 01940843
019416                    ==RNH-OUT-OF-BALANCE==                        01941643
019424                      BY ==PRH-OUT-OF-BALANCE==,                  01942443
019432                    ==RNH-IN-BALANCE== BY ==PRH-IN-BALANCE==,     01943243
019440                    ==RNH-ROUTE-FLAG== BY ==PRH-ROUTE-FLAG==,     01944043
019448                    ==RNH-ROUTING-UNRECONCILED==                  01944843
019456                      BY ==PRH-ROUTING-UNRECONCILED==,            01945643
019464                    ==RNH-ROUTING-WARNING==                       01946443
019472                      BY ==PRH-ROUTING-WARNING==,                 01947243
019480                    ==RNH-ROUTING-RECONCILED==                    01948043
019488                      BY ==PRH-ROUTING-RECONCILED==.              01948843
019500  FD  SPLTMAN-FILE                                                01950001
019600      RECORDING MODE F.                                           01960001
019700      COPY PARTMAN.                                               01970001
019800  FD  CTLTOT-FILE                                                 01980001
019900      RECORDING MODE F.                                           01990001
020000* the same one-record layout ACIFIBDT loads.                      02000001
020100  01  CTLTOT-RECORD.                                              02010001
020200      05  CTOT-PAGE-MIN       PIC 9(8).                           02020001
020300      05  CTOT-PAGE-MAX       PIC 9(8).                           02030001
020400      05  CTOT-GROUP-MIN      PIC 9(8).                           02040001
020500      05  CTOT-GROUP-MAX      PIC 9(8).                           02050001
020600      05  CTOT-CONV-MIN       PIC 9(8).                           02060001
020700      05  CTOT-CONV-MAX       PIC 9(8).                           02070001
020800      05  CTOT-REJECT-MAX     PIC 9(8).                           02080001
020900      05  CTOT-DUP-MAX        PIC 9(8).                           02090001
021000      05  FILLER              PIC X(16).                          02100001
021100* each partition input is read into the record of the dataset it  02110001
021200* is merged into.                                                 02120001
021300  FD  PGRPIX-IN-FILE                                              02130001
021400      RECORDING MODE F.                                           02140001
021500  01  PGRPIX-IN-RECORD        PIC X(100).                         02150001
021600  FD  PTLEIX-IN-FILE                                              02160001
021700      RECORDING MODE F.                                           02170001
021800  01  PTLEIX-IN-RECORD        PIC X(160).                         02180001
021820  FD  PTLECL-IN-FILE                                              02182043
021840      RECORDING MODE F.                                           02184043
021860  01  PTLECL-IN-RECORD        PIC X(160).                         02186043
021900  FD  PAUDIT-IN-FILE                                              02190001
022000      RECORDING MODE F.                                           02200001
022100  01  PAUDIT-IN-RECORD        PIC X(100).                         02210001
022200  FD  PBADSF-IN-FILE                                              02220001
022300      RECORDING MODE F.                                           02230001
022400  01  PBADSF-IN-RECORD        PIC X(26661).                       02240001
022500  FD  PSUPRL-IN-FILE                                              02250001
022600      RECORDING MODE F.                                           02260001
022700  01  PSUPRL-IN-RECORD        PIC X(160).                         02270001
022800  FD  PSFPRF-IN-FILE                                              02280001
022900      RECORDING MODE F.                                           02290001
023000  01  PSFPRF-IN-RECORD        PIC X(80).                          02300001
023100  FD  PDUPG-IN-FILE                                               02310001
023200      RECORDING MODE F.                                           02320001
023300  01  PDUPG-IN-RECORD         PIC X(80).                          02330001
023400  FD  PEDELX-IN-FILE                                              02340001
023500      RECORDING MODE F.                                           02350001
023600  01  PEDELX-IN-RECORD        PIC X(200).                         02360001
023700  FD  POUTNP-IN-FILE                                              02370001
023800      RECORDING MODE F.                                           02380001
023900  01  POUTNP-IN-RECORD        PIC X(100).                         02390001
024000  FD  GRPINDEX-FILE                                               02400001
024100      RECORDING MODE F.                                           02410001
024200      COPY GRPINDEX.                                              02420001
024300  FD  TLEINDEX-FILE                                               02430001
024400      RECORDING MODE F.                                           02440001
024500      COPY TLEINDEX.                                              02450001
024506  FD  TLECLEAR-FILE                                               02450643
024512      RECORDING MODE F.                                           02451243
024518      COPY TLEINDEX                                               02451843
024524          REPLACING ==TLE-INDEX-RECORD== BY ==TLE-CLEAR-RECORD==, 02452443
024530                    ==TLX-ATTR-NAME==   BY ==TLC-ATTR-NAME==,     02453043
024536                    ==TLX-ATTR-VALUE==  BY ==TLC-ATTR-VALUE==,    02453643
024542                    ==TLX-PAGE-COUNT==  BY ==TLC-PAGE-COUNT==,    02454243
024548                    ==TLX-LINE-COUNT==  BY ==TLC-LINE-COUNT==,    02454843
024554                    ==TLX-GROUP-NAME==  BY ==TLC-GROUP-NAME==,    02455443
024560                    ==TLX-RUN-ID==      BY ==TLC-RUN-ID==,        02456043
024566                    ==TLX-RID-JOBNAME== BY ==TLC-RID-JOBNAME==,   02456643
024572                    ==TLX-RID-APPL-ID== BY ==TLC-RID-APPL-ID==,   02457243
024578                    ==TLX-RID-DATE==    BY ==TLC-RID-DATE==,      02457843
024584                    ==TLX-RID-TIME==    BY ==TLC-RID-TIME==.      02458443
024600  FD  AUDIT-FILE                                                  02460001
024700      RECORDING MODE F.                                           02470001
024800      COPY AUDITREC.                                              02480001
024900  FD  BADSF-FILE                                                  02490001
025000      RECORDING MODE F.                                           02500001
025100      COPY BADSFREC.                                              02510001
025200  FD  SUPRLOG-FILE                                                02520001
025300      RECORDING MODE F.                                           02530001
025400      COPY SUPRLOG.                                               02540043
027100  FD  SFPROF-FILE                                                 02710001
027200      RECORDING MODE F.                                           02720001
027300      COPY SFPROFRC.                                              02730001
027400  FD  DUPGRP-FILE                                                 02740001
027500      RECORDING MODE F.                                           02750001
027600      COPY DUPGRPS.                                               02760043
029300  FD  EDELIDX-FILE                                                02930001
029400      RECORDING MODE F.                                           02940001
029500      COPY EDELIDX.                                               02950001
029600  FD  OUT-NOP-FILE                                                02960001
029700      RECORDING MODE F.                                           02970001
029800      COPY AUDITREC                                               02980001
029900          REPLACING ==AUDIT-RECORD==   BY ==OUT-NOP-RECORD==,     02990001
030000                    ==AUD-JOBNAME==    BY ==OTA-JOBNAME==,        03000001
030100                    ==AUD-DATE==       BY ==OTA-DATE==,           03010001
030200                    ==AUD-TIME==       BY ==OTA-TIME==,           03020001
030300                    ==AUD-NOP-TYPE==   BY ==OTA-NOP-TYPE==,       03030001
030400                    ==AUD-NOP-SEQNUM== BY ==OTA-NOP-SEQNUM==,     03040001
030500                    ==AUD-RECLEN==     BY ==OTA-RECLEN==,         03050001
030600                    ==AUD-LINE-COUNT== BY ==OTA-LINE-COUNT==,     03060001
030700                    ==AUD-PAGE-COUNT== BY ==OTA-PAGE-COUNT==,     03070001
030800                    ==AUD-REJECT-FLAG== BY ==OTA-REJECT-FLAG==,   03080001
030900                    ==AUD-RUN-ID==     BY ==OTA-RUN-ID==,         03090001
031000                    ==AUD-RID-JOBNAME== BY ==OTA-RID-JOBNAME==,   03100001
031100                    ==AUD-RID-APPL-ID== BY ==OTA-RID-APPL-ID==,   03110001
031200                    ==AUD-RID-DATE==   BY ==OTA-RID-DATE==,       03120001
031300                    ==AUD-RID-TIME==   BY ==OTA-RID-TIME==.       03130001
031400  FD  RUNHIST-FILE                                                03140001
031500      RECORDING MODE F.                                           03150001
031600      COPY RUNHIST.                                               03160001
031700  FD  PMRG-RPT-FILE                                               03170001
031800      RECORDING MODE F.                                           03180001
031900  01  PMRG-RPT-RECORD         PIC X(80).                          03190001
032000  WORKING-STORAGE SECTION.                                        03200001
032100  77  PGMNAME                 PIC X(8) VALUE 'ACIFPMRG'.          03210001
032200  77  PARTHIST-STATUS         PIC XX VALUE SPACES.                03220001
032300  77  SPLTMAN-STATUS          PIC XX VALUE SPACES.                03230001
032400  77  CTLTOT-STATUS           PIC XX VALUE SPACES.                03240001
032500  77  PART-IN-STATUS          PIC XX VALUE SPACES.                03250001
032600  77  MERGE-OUT-STATUS        PIC XX VALUE SPACES.                03260001
032700  77  RUNHIST-STATUS          PIC XX VALUE SPACES.                03270001
032800  77  PMRG-RPT-STATUS         PIC XX VALUE SPACES.                03280001
032900  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            03290001
033000  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    03300001
033100      88  IN-EOF                  VALUE 'Y'.                      03310001
033200      88  IN-NOT-EOF              VALUE 'N'.                      03320001
033300  77  MERGE-OK-FLAG           PIC X VALUE 'Y'.                    03330001
033400      88  MERGE-OK                VALUE 'Y'.                      03340001
033500      88  MERGE-HELD              VALUE 'N'.                      03350001
033600  77  GRPIX-MERGED-FLAG       PIC X VALUE 'N'.                    03360001
033700      88  GRPIX-MERGED            VALUE 'Y'.                      03370001
033800  77  CTLTOT-MODE-FLAG        PIC X VALUE 'N'.                    03380001
033900      88  CTLTOT-MODE             VALUE 'Y'.                      03390001
034000* the split as a whole, from the manifest's R row.                03400001
034100  01  SPLIT-DATA.                                                 03410001
034200      05  PART-COUNT          PIC 9(4) BINARY VALUE ZERO.         03420001
034300      05  SPLIT-INPUT-COUNT   PIC 9(8) BINARY VALUE ZERO.         03430001
034400      05  SPLIT-GROUP-COUNT   PIC 9(8) BINARY VALUE ZERO.         03440001
034500      05  HDR-COUNT           PIC 9(8) BINARY VALUE ZERO.         03450001
034600      05  TRL-COUNT           PIC 9(8) BINARY VALUE ZERO.         03460001
034700      05  HDR-PAGES           PIC 9(4) BINARY VALUE ZERO.         03470001
034800      05  TRL-PAGES           PIC 9(4) BINARY VALUE ZERO.         03480001
034900      05  HDR-DELETES         PIC 9(4) BINARY VALUE ZERO.         03490001
035000      05  TRL-DELETES         PIC 9(4) BINARY VALUE ZERO.         03500001
035100      05  RUN-ROW-COUNT       PIC 9(4) BINARY VALUE ZERO.         03510001
035200      05  PART-ROW-COUNT      PIC 9(4) BINARY VALUE ZERO.         03520001
035300      05  HIST-COUNT          PIC 9(4) BINARY VALUE ZERO.         03530001
035400* one entry per partition: what its run counted, where its        03540001
035500* share of the file begins, and the offsets that place its lines  03550001
035600* and pages in the whole run.                                     03560001
035700  01  PARTITION-TABLE.                                            03570001
035800      05  PARTITION-ENTRY OCCURS 8 TIMES                          03580001
035900                          INDEXED BY PTN-IDX.                     03590001
036000          10  PTN-RUN-ID          PIC X(32).                      03600001
036100          10  PTN-START-DATE      PIC 9(8).                       03610001
036200          10  PTN-START-TIME      PIC 9(8).                       03620001
036300          10  PTN-END-DATE        PIC 9(8).                       03630001
036400          10  PTN-END-TIME        PIC 9(8).                       03640001
036500          10  PTN-LINES           PIC 9(8) BINARY.                03650001
036600          10  PTN-PAGES           PIC 9(8) BINARY.                03660001
036700          10  PTN-CONVS           PIC 9(8) BINARY.                03670001
036800          10  PTN-DELETES         PIC 9(8) BINARY.                03680001
036900          10  PTN-REJECTS         PIC 9(8) BINARY.                03690001
037000          10  PTN-DUPS            PIC 9(8) BINARY.                03700001
037100          10  PTN-RESTART-FLAG    PIC X.                          03710001
037150          10  PTN-ROUTE-FLAG      PIC X.                          03715043
037200          10  PTN-FIRST-RECNO     PIC 9(8) BINARY.                03720001
037300          10  PTN-RECORDS         PIC 9(8) BINARY.                03730001
037400          10  PTN-LINE-OFFSET     PIC 9(8) BINARY.                03740001
037500          10  PTN-PAGE-OFFSET     PIC 9(8) BINARY.                03750001
037600* the last of the partition's own lines; past it are the          03760001
037700* trailer copy's.                                                 03770001
037800          10  PTN-LAST-OWN-LINE   PIC 9(8) BINARY.                03780001
037900          10  PTN-RESTORE-COUNT   PIC 9(8) BINARY.                03790001
038000          10  PTN-RESTORE-SEEN    PIC 9(8) BINARY.                03800001
038100          10  PTN-EDEL-BASE       PIC 9(8) BINARY.                03810001
038200  01  MERGED-RUN-ID           PIC X(32) VALUE SPACES.             03820001
038300  01  MERGED-RUN-ID-PARTS REDEFINES MERGED-RUN-ID.                03830001
038400      05  MRG-RID-JOBNAME     PIC X(8).                           03840001
038500      05  MRG-RID-APPL-ID     PIC X(8).                           03850001
038600      05  MRG-RID-DATE        PIC 9(8).                           03860001
038700      05  MRG-RID-TIME        PIC 9(8).                           03870001
038800* the structured field types the header and trailer copies carry, 03880001
038900* from the manifest's S rows.                                     03890001
039000  01  EDGE-SF-TABLE.                                              03900001
039100      05  EDGE-SF-COUNT       PIC 9(4) BINARY VALUE ZERO.         03910001
039200      05  EDGE-SF-ENTRY OCCURS 0 TO 100 TIMES                     03920001
039300                        DEPENDING ON EDGE-SF-COUNT                03930001
039400                        INDEXED BY EDGE-SF-IDX.                   03940001
039500          10  ESF-TYPE            PIC X(3).                       03950001
039600          10  ESF-COUNT           PIC 9(8) BINARY.                03960001
039700          10  ESF-TOTAL-LEN       PIC 9(12) BINARY.               03970001
039800* the composition profile summed over the partitions.             03980001
039900  01  SF-PROFILE-TABLE.                                           03990001
040000      05  SF-PROFILE-COUNT    PIC 9(4) BINARY VALUE ZERO.         04000001
040100      05  PROF-OVERFLOW-COUNT PIC 9(8) BINARY VALUE ZERO.         04010001
040200      05  PROF-RUN-DATE       PIC 9(8) VALUE ZERO.                04020001
040300      05  SF-PROFILE-ENTRY OCCURS 0 TO 200 TIMES                  04030001
040400                           DEPENDING ON SF-PROFILE-COUNT          04040001
040500                           INDEXED BY SF-PROFILE-IDX.             04050001
040600          10  PRF-TYPE            PIC X(3).                       04060001
040700          10  PRF-COUNT           PIC 9(8) BINARY.                04070001
040800          10  PRF-MIN-LEN         PIC 9(5) BINARY.                04080001
040900          10  PRF-MAX-LEN         PIC 9(5) BINARY.                04090001
041000          10  PRF-TOTAL-LEN       PIC 9(12) BINARY.               04100001
041100* where the record in hand belongs: the partition its run         04110001
041200* identifier names, and whether it is a header or trailer copy.   04120001
041300  01  PLACE-DATA.                                                 04130001
041400      05  CHECK-DDNAME        PIC X(8) VALUE SPACES.              04140001
041500      05  CHECK-RUN-ID        PIC X(32) VALUE SPACES.             04150001
041600      05  CHECK-LINE          PIC 9(8) BINARY VALUE ZERO.         04160001
041700      05  REC-PART            PIC 9(4) BINARY VALUE ZERO.         04170001
041800      05  LAST-PART           PIC 9(4) BINARY VALUE ZERO.         04180001
041900      05  PRIOR-PART          PIC 9(4) BINARY VALUE ZERO.         04190001
042000      05  REC-FATE            PIC X VALUE SPACE.                  04200001
042100          88  REC-KEEP            VALUE 'K'.                      04210001
042200          88  REC-COPY            VALUE 'C'.                      04220001
042300          88  REC-REJECTED        VALUE 'R'.                      04230001
042400* one dataset's tally, reported when it is done.                  04240001
042500  01  FILE-COUNTERS.                                              04250001
042600      05  FILE-READ-COUNT     PIC 9(8) BINARY VALUE ZERO.         04260001
042700      05  FILE-WRITE-COUNT    PIC 9(8) BINARY VALUE ZERO.         04270001
042800      05  FILE-COPY-COUNT     PIC 9(8) BINARY VALUE ZERO.         04280001
042900      05  FILE-OTHER-COUNT    PIC 9(8) BINARY VALUE ZERO.         04290001
043000      05  FILE-ORDER-COUNT    PIC 9(8) BINARY VALUE ZERO.         04300001
043100* the whole run's totals.                                         04310001
043200  01  MERGE-COUNTERS.                                             04320001
043300      05  GROUP-OUT-COUNT     PIC 9(8) BINARY VALUE ZERO.         04330001
043400      05  CONV-OUT-COUNT      PIC 9(8) BINARY VALUE ZERO.         04340001
043500      05  REJECT-OUT-COUNT    PIC 9(8) BINARY VALUE ZERO.         04350001
043600      05  EDEL-OUT-COUNT      PIC 9(8) BINARY VALUE ZERO.         04360001
043700      05  HDR-RESTORES        PIC 9(8) BINARY VALUE ZERO.         04370001
043800      05  TRL-RESTORES        PIC 9(8) BINARY VALUE ZERO.         04380001
043900      05  RUN-LINES           PIC 9(8) BINARY VALUE ZERO.         04390001
044000      05  RUN-PAGES           PIC 9(8) BINARY VALUE ZERO.         04400001
044100      05  RUN-DELETES         PIC 9(8) BINARY VALUE ZERO.         04410001
044200      05  RUN-DUPS            PIC 9(8) BINARY VALUE ZERO.         04420001
044300      05  RUN-GROUPS          PIC 9(8) BINARY VALUE ZERO.         04430001
044400      05  RUN-RESTART-FLAG    PIC X VALUE 'N'.                    04440001
044450      05  RUN-ROUTE-FLAG      PIC X VALUE SPACE.                  04445043
044500      05  EDGE-LINES          PIC 9(8) BINARY VALUE ZERO.         04450001
044600      05  EDGE-PAGES          PIC 9(8) BINARY VALUE ZERO.         04460001
044700      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         04470001
044800      05  BALANCE-ERROR-COUNT PIC 9(4) BINARY VALUE ZERO.         04480001
044803* the named groups merged so far, and the partition each was last 04480343
044806* seen in, for the check across partitions.                       04480643
044809  01  GROUP-SEEN-TABLE.                                           04480943
044812      05  GROUP-SEEN-COUNT    PIC 9(8) BINARY VALUE ZERO.         04481243
044815      05  GROUP-SEEN-OVERFLOW PIC 9(8) BINARY VALUE ZERO.         04481543
044818      05  GROUP-SEEN-ENTRY OCCURS 0 TO 20000 TIMES                04481843
044821                           DEPENDING ON GROUP-SEEN-COUNT          04482143
044824                           INDEXED BY GROUP-SEEN-IDX.             04482443
044827          10  GSN-NAME            PIC X(8).                       04482743
044830          10  GSN-PART            PIC 9(4) BINARY.                04483043
044833          10  GSN-PAGE            PIC 9(8) BINARY.                04483343
044836          10  GSN-SEQNUM          PIC 9(4) BINARY.                04483643
044839* the groups found in two partitions, held for DUPGRPS, which is  04483943
044842* merged after the group index.                                   04484243
044845  01  CROSS-DUP-TABLE.                                            04484543
044848      05  CROSS-DUP-COUNT     PIC 9(8) BINARY VALUE ZERO.         04484843
044851      05  CROSS-DUP-KEPT      PIC 9(4) BINARY VALUE ZERO.         04485143
044854      05  CROSS-DUP-ENTRY OCCURS 0 TO 200 TIMES                   04485443
044857                          DEPENDING ON CROSS-DUP-KEPT             04485743
044860                          INDEXED BY CROSS-DUP-IDX.               04486043
044863          10  XDP-GROUP-NAME      PIC X(8).                       04486343
044866          10  XDP-FIRST-PAGE      PIC 9(8) BINARY.                04486643
044869          10  XDP-FIRST-SEQNUM    PIC 9(4) BINARY.                04486943
044872          10  XDP-DUP-PAGE        PIC 9(8) BINARY.                04487243
044875          10  XDP-DUP-SEQNUM      PIC 9(4) BINARY.                04487543
044900* the run's wall-clock span: earliest partition start to latest   04490001
045000* partition end.                                                  04500001
045100  01  ELAPSED-WORK.                                               04510001
045200      05  RUN-START-STAMP     PIC 9(16) VALUE ZERO.               04520001
045300      05  RUN-START-PARTS REDEFINES RUN-START-STAMP.              04530001
045400          10  RUN-START-DATE  PIC 9(8).                           04540001
045500          10  RUN-START-TIME  PIC 9(8).                           04550001
045600      05  RUN-END-STAMP       PIC 9(16) VALUE ZERO.               04560001
045700      05  RUN-END-PARTS REDEFINES RUN-END-STAMP.                  04570001
045800          10  RUN-END-DATE    PIC 9(8).                           04580001
045900          10  RUN-END-TIME    PIC 9(8).                           04590001
046000      05  PART-STAMP          PIC 9(16) VALUE ZERO.               04600001
046100      05  PART-STAMP-PARTS REDEFINES PART-STAMP.                  04610001
046200          10  PART-STAMP-DATE PIC 9(8).                           04620001
046300          10  PART-STAMP-TIME PIC 9(8).                           04630001
046400      05  TIME-WORK           PIC 9(8).                           04640001
046500      05  TIME-WORK-PARTS REDEFINES TIME-WORK.                    04650001
046600          10  TW-HH           PIC 99.                             04660001
046700          10  TW-MM           PIC 99.                             04670001
046800          10  TW-SS           PIC 99.                             04680001
046900          10  TW-HS           PIC 99.                             04690001
047000      05  START-HUNDS         PIC S9(9) BINARY VALUE ZERO.        04700001
047100      05  END-HUNDS           PIC S9(9) BINARY VALUE ZERO.        04710001
047200      05  ELAPSED-HUNDS       PIC S9(9) BINARY VALUE ZERO.        04720001
047300  01  PMRG-DISPLAY-FIELDS.                                        04730001
047400      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    04740001
047500      05  COUNT2-DISP         PIC ZZZ,ZZZ,ZZ9.                    04750001
047600      05  COUNT3-DISP         PIC ZZZ,ZZZ,ZZ9.                    04760001
047700      05  COUNT4-DISP         PIC ZZZ,ZZZ,ZZ9.                    04770001
047800      05  RECNO-DISP          PIC ZZZZ9.                          04780001
047900      05  PART-DISP           PIC 99.                             04790001
048000      05  PART2-DISP          PIC 99.                             04800001
048100  TITLE 'Initialization and Main Line'.                           04810001
048200  PROCEDURE DIVISION.                                             04820001
048300  MAIN-LINE.                                                      04830001
048400      OPEN OUTPUT PMRG-RPT-FILE.                                  04840001
048500      MOVE SPACES TO PMRG-RPT-RECORD.                             04850001
048600      STRING PGMNAME ' - PARTITION OUTPUT MERGE'                  04860001
048700             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              04870001
048800      WRITE PMRG-RPT-RECORD.                                      04880001
048900      PERFORM LOAD-SPLIT-MANIFEST.                                04890001
049000      IF ERROR-COUNT = ZERO                                       04900001
049100       THEN                                                       04910001
049200        PERFORM LOAD-PARTITION-HISTORY;                           04920001
049300      END-IF.                                                     04930001
049400      IF ERROR-COUNT = ZERO                                       04940001
049500       THEN                                                       04950001
049600        PERFORM SET-PARTITION-OFFSETS;                            04960001
049700      END-IF.                                                     04970001
049800      IF ERROR-COUNT > ZERO                                       04980001
049900       THEN                                                       04990001
050000        MOVE SPACES TO PMRG-RPT-RECORD;                           05000001
050100        STRING ' PARTITIONS DO NOT MATCH THE SPLIT - NOTHING'     05010001
050200               ' MERGED'                                          05020001
050300               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            05030001
050400        WRITE PMRG-RPT-RECORD;                                    05040001
050500        CLOSE PMRG-RPT-FILE;                                      05050001
050600        DISPLAY PGMNAME, ' PARTITIONS DO NOT MATCH THE SPLIT',    05060001
050700                ' - RC=8';                                        05070001
050800        MOVE ERROR-RC TO RETURN-CODE;                             05080001
050900        GOBACK;                                                   05090001
051000      END-IF.                                                     05100001
051100      PERFORM WRITE-PARTITION-LINES.                              05110001
051200      PERFORM LOAD-CONTROL-TOTALS.                                05120001
051300      MOVE SPACES TO PMRG-RPT-RECORD.                             05130001
051400      STRING ' DATASET        READ      WRITTEN       COPIES'     05140001
051500             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              05150001
051600      WRITE PMRG-RPT-RECORD.                                      05160001
051700      PERFORM MERGE-AUDIT-LOG.                                    05170001
051800      PERFORM MERGE-GROUP-INDEX.                                  05180001
051900      PERFORM MERGE-TLE-INDEX.                                    05190001
051950      PERFORM MERGE-TLE-CLEAR.                                    05195043
052000      PERFORM MERGE-BAD-SF.                                       05200001
052100      PERFORM MERGE-SUPPRESSION-LOG.                              05210001
052200      PERFORM MERGE-DUPLICATE-LOG.                                05220001
052300      PERFORM MERGE-EDELIV-INDEX.                                 05230001
052400      PERFORM MERGE-RESTORE-LOG.                                  05240001
052500      PERFORM MERGE-SF-PROFILE.                                   05250001
052600      PERFORM WRITE-RUN-TOTALS.                                   05260043
052700      IF CTLTOT-MODE                                              05270001
052800       THEN                                                       05280001
052900        PERFORM CHECK-CONTROL-TOTALS;                             05290001
053000      END-IF.                                                     05300001
053050      PERFORM WRITE-RUN-HISTORY.                                  05305043
053100      IF ERROR-COUNT > ZERO                                       05310001
053200       THEN                                                       05320001
053300        SET MERGE-HELD TO TRUE;                                   05330001
053400      END-IF.                                                     05340001
053500      IF MERGE-HELD                                               05350001
053600       THEN                                                       05360001
053700        MOVE SPACES TO PMRG-RPT-RECORD;                           05370001
053800        STRING ' MERGE HELD - SEE ABOVE'                          05380001
053900               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            05390001
054000        WRITE PMRG-RPT-RECORD;                                    05400001
054100        DISPLAY PGMNAME, ' PARTITION MERGE HELD - RC=8';          05410001
054200        MOVE ERROR-RC TO RETURN-CODE;                             05420001
054300       ELSE                                                       05430001
054400        MOVE PART-COUNT TO PART-DISP;                             05440001
054500        MOVE SPACES TO PMRG-RPT-RECORD;                           05450001
054600        STRING ' ' PART-DISP ' PARTITIONS MERGED AS ONE RUN'      05460001
054700               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            05470001
054800        WRITE PMRG-RPT-RECORD;                                    05480001
054900        DISPLAY PGMNAME, ' ', PART-DISP,                          05490001
055000                ' PARTITIONS MERGED AS ONE RUN';                  05500001
055100      END-IF.                                                     05510001
055200      CLOSE PMRG-RPT-FILE.                                        05520001
055300      GOBACK.                                                     05530001
055400      EJECT                                                       05540001
055500* the split's manifest: the R row, then one P row per partition   05550001
055600* in order, then the S rows.                                      05560001
055700  LOAD-SPLIT-MANIFEST.                                            05570001
055800      OPEN INPUT SPLTMAN-FILE.                                    05580001
055900      IF SPLTMAN-STATUS NOT = '00'                                05590001
056000       THEN                                                       05600001
056100        MOVE SPACES TO PMRG-RPT-RECORD;                           05610001
056200        STRING ' SPLTMAN NOT ALLOCATED'                           05620001
056300               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            05630001
056400        PERFORM WRITE-MERGE-ERROR;                                05640001
056500       ELSE                                                       05650001
056600        SET IN-NOT-EOF TO TRUE;                                   05660001
056700        PERFORM UNTIL IN-EOF                                      05670001
056800          READ SPLTMAN-FILE                                       05680001
056900            AT END                                                05690001
057000              SET IN-EOF TO TRUE                                  05700001
057100            NOT AT END                                            05710001
057200              PERFORM LOAD-ONE-MANIFEST-ROW                       05720001
057300          END-READ;                                               05730001
057400        END-PERFORM;                                              05740001
057500        CLOSE SPLTMAN-FILE;                                       05750001
057600        IF RUN-ROW-COUNT NOT = 1                                  05760001
057700           OR PART-ROW-COUNT NOT = PART-COUNT                     05770001
057800         THEN                                                     05780001
057900          MOVE SPACES TO PMRG-RPT-RECORD;                         05790001
058000          STRING ' SPLTMAN IS NOT ONE SPLIT''S MANIFEST'          05800001
058100                 DELIMITED BY SIZE INTO PMRG-RPT-RECORD;          05810001
058200          PERFORM WRITE-MERGE-ERROR;                              05820001
058300        END-IF;                                                   05830001
058400      END-IF.                                                     05840001
058500      SKIP1                                                       05850001
058600  LOAD-ONE-MANIFEST-ROW.                                          05860001
058700      EVALUATE TRUE                                               05870001
058800        WHEN PMN-RUN-ROW                                          05880001
058900          ADD 1 TO RUN-ROW-COUNT                                  05890001
059000          IF PMN-PART-COUNT IS NOT NUMERIC                        05900001
059100             OR PMN-PART-COUNT < 1                                05910001
059200             OR PMN-PART-COUNT > 8                                05920001
059300           THEN                                                   05930001
059400            MOVE ZERO TO PART-COUNT                               05940001
059500           ELSE                                                   05950001
059600            MOVE PMN-PART-COUNT  TO PART-COUNT                    05960001
059700            MOVE PMN-INPUT-COUNT TO SPLIT-INPUT-COUNT             05970001
059800            MOVE PMN-GROUP-COUNT TO SPLIT-GROUP-COUNT             05980001
059900            MOVE PMN-HDR-COUNT   TO HDR-COUNT                     05990001
060000            MOVE PMN-TRL-COUNT   TO TRL-COUNT                     06000001
060100            MOVE PMN-HDR-PAGES   TO HDR-PAGES                     06010001
060200            MOVE PMN-TRL-PAGES   TO TRL-PAGES                     06020001
060300            MOVE PMN-HDR-DELETES TO HDR-DELETES                   06030001
060400            MOVE PMN-TRL-DELETES TO TRL-DELETES                   06040001
060500          END-IF                                                  06050001
060600        WHEN PMN-PART-ROW                                         06060001
060700          ADD 1 TO PART-ROW-COUNT                                 06070001
060800          IF PMN-PART-NO NOT = PART-ROW-COUNT                     06080001
060900             OR PART-ROW-COUNT > PART-COUNT                       06090001
061000           THEN                                                   06100001
061100            MOVE 99 TO PART-ROW-COUNT                             06110001
061200           ELSE                                                   06120001
061300            SET PTN-IDX TO PART-ROW-COUNT                         06130001
061400            MOVE PMN-FIRST-RECNO  TO PTN-FIRST-RECNO (PTN-IDX)    06140001
061500            MOVE PMN-PART-RECORDS TO PTN-RECORDS (PTN-IDX)        06150001
061600          END-IF                                                  06160001
061700        WHEN PMN-SF-ROW                                           06170001
061800          PERFORM LOAD-EDGE-SF-ROW                                06180001
061900        WHEN OTHER                                                06190001
062000          MOVE 99 TO PART-ROW-COUNT                               06200001
062100      END-EVALUATE.                                               06210001
062200      SKIP1                                                       06220001
062300* the header and trailer rows for one type are combined: the      06230001
062400* merge takes out whatever either copy added.                     06240001
062500  LOAD-EDGE-SF-ROW.                                               06250001
062600      SET EDGE-SF-IDX TO 1.                                       06260001
062700      IF EDGE-SF-COUNT > ZERO                                     06270001
062800       THEN                                                       06280001
062900        SEARCH EDGE-SF-ENTRY                                      06290001
063000          AT END                                                  06300001
063100            SET EDGE-SF-IDX TO 0                                  06310001
063200          WHEN ESF-TYPE (EDGE-SF-IDX) = PMN-SF-TYPE               06320001
063300            CONTINUE                                              06330001
063400        END-SEARCH;                                               06340001
063500       ELSE                                                       06350001
063600        SET EDGE-SF-IDX TO 0;                                     06360001
063700      END-IF.                                                     06370001
063800      IF EDGE-SF-IDX = 0                                          06380001
063900         AND EDGE-SF-COUNT < 100                                  06390001
064000       THEN                                                       06400001
064100        ADD 1 TO EDGE-SF-COUNT;                                   06410001
064200        SET EDGE-SF-IDX TO EDGE-SF-COUNT;                         06420001
064300        MOVE PMN-SF-TYPE TO ESF-TYPE (EDGE-SF-IDX);               06430001
064400        MOVE ZERO TO ESF-COUNT (EDGE-SF-IDX)                      06440001
064500                     ESF-TOTAL-LEN (EDGE-SF-IDX);                 06450001
064600      END-IF.                                                     06460001
064700      IF EDGE-SF-IDX > 0                                          06470001
064800       THEN                                                       06480001
064900        ADD PMN-SF-COUNT TO ESF-COUNT (EDGE-SF-IDX);              06490001
065000        ADD PMN-SF-TOTAL-LEN TO ESF-TOTAL-LEN (EDGE-SF-IDX);      06500001
065100      END-IF.                                                     06510001
065200      SKIP1                                                       06520001
065300* one history record per partition, in partition order.  each     06530001
065400* must have read exactly the records the split gave it - any      06540001
065500* other count means the wrong dataset, the wrong order, or a      06550001
065600* partition that never finished.                                  06560001
065700  LOAD-PARTITION-HISTORY.                                         06570001
065800      OPEN INPUT PARTHIST-FILE.                                   06580001
065900      IF PARTHIST-STATUS NOT = '00'                               06590001
066000       THEN                                                       06600001
066100        MOVE SPACES TO PMRG-RPT-RECORD;                           06610001
066200        STRING ' PARTHIST NOT ALLOCATED'                          06620001
066300               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            06630001
066400        PERFORM WRITE-MERGE-ERROR;                                06640001
066500       ELSE                                                       06650001
066600        SET IN-NOT-EOF TO TRUE;                                   06660001
066700        PERFORM UNTIL IN-EOF                                      06670001
066800          READ PARTHIST-FILE                                      06680001
066900            AT END                                                06690001
067000              SET IN-EOF TO TRUE                                  06700001
067100            NOT AT END                                            06710001
067200              ADD 1 TO HIST-COUNT;                                06720001
067300              IF HIST-COUNT NOT > PART-COUNT                      06730001
067400               THEN                                               06740001
067500                PERFORM LOAD-ONE-PARTITION-HISTORY;               06750001
067600              END-IF                                              06760001
067700          END-READ;                                               06770001
067800        END-PERFORM;                                              06780001
067900        CLOSE PARTHIST-FILE;                                      06790001
068000        IF HIST-COUNT NOT = PART-COUNT                            06800001
068100         THEN                                                     06810001
068200          MOVE HIST-COUNT TO COUNT-DISP;                          06820001
068300          MOVE PART-COUNT TO PART-DISP;                           06830001
068400          MOVE SPACES TO PMRG-RPT-RECORD;                         06840001
068500          STRING ' PARTHIST HOLDS ' COUNT-DISP                    06850001
068600                 ' RECORDS FOR ' PART-DISP ' PARTITIONS'          06860001
068700                 DELIMITED BY SIZE INTO PMRG-RPT-RECORD;          06870001
068800          PERFORM WRITE-MERGE-ERROR;                              06880001
068900        END-IF;                                                   06890001
069000      END-IF.                                                     06900001
069100      SKIP1                                                       06910001
069200  LOAD-ONE-PARTITION-HISTORY.                                     06920001
069300      SET PTN-IDX TO HIST-COUNT.                                  06930001
069400      MOVE PRH-RUN-ID       TO PTN-RUN-ID (PTN-IDX).              06940001
069500      MOVE PRH-START-DATE   TO PTN-START-DATE (PTN-IDX).          06950001
069600      MOVE PRH-START-TIME   TO PTN-START-TIME (PTN-IDX).          06960001
069700      MOVE PRH-END-DATE     TO PTN-END-DATE (PTN-IDX).            06970001
069800      MOVE PRH-END-TIME     TO PTN-END-TIME (PTN-IDX).            06980001
069900      MOVE PRH-LINE-COUNT   TO PTN-LINES (PTN-IDX).               06990001
070000      MOVE PRH-PAGE-COUNT   TO PTN-PAGES (PTN-IDX).               07000001
070100      MOVE PRH-CONV-COUNT   TO PTN-CONVS (PTN-IDX).               07010001
070200      MOVE PRH-DEL-COUNT    TO PTN-DELETES (PTN-IDX).             07020001
070300      MOVE PRH-REJECT-COUNT TO PTN-REJECTS (PTN-IDX).             07030001
070400      MOVE PRH-DUPGRP-COUNT TO PTN-DUPS (PTN-IDX).                07040001
070500      MOVE PRH-RESTART-FLAG TO PTN-RESTART-FLAG (PTN-IDX).        07050001
070550      MOVE PRH-ROUTE-FLAG   TO PTN-ROUTE-FLAG (PTN-IDX).          07055043
070600      MOVE HIST-COUNT TO PART-DISP.                               07060001
070700      IF PTN-LINES (PTN-IDX) NOT = PTN-RECORDS (PTN-IDX)          07070001
070800       THEN                                                       07080001
070900        MOVE PTN-LINES (PTN-IDX) TO COUNT-DISP;                   07090001
071000        MOVE PTN-RECORDS (PTN-IDX) TO COUNT2-DISP;                07100001
071100        MOVE SPACES TO PMRG-RPT-RECORD;                           07110001
071200        STRING ' PARTITION ' PART-DISP ' READ ' COUNT-DISP        07120001
071300               ' RECORDS - SPLIT WROTE ' COUNT2-DISP              07130001
071400               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            07140001
071500        PERFORM WRITE-MERGE-ERROR;                                07150001
071600      END-IF.                                                     07160001
071700      IF PTN-PAGES (PTN-IDX) < HDR-PAGES + TRL-PAGES              07170001
071800       THEN                                                       07180001
071900        MOVE SPACES TO PMRG-RPT-RECORD;                           07190001
072000        STRING ' PARTITION ' PART-DISP ' COUNTED FEWER PAGES'     07200001
072100               ' THAN ITS HEADER AND TRAILER - CHECK MODE'        07210001
072200               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            07220001
072300        PERFORM WRITE-MERGE-ERROR;                                07230001
072400      END-IF.                                                     07240001
072500      PERFORM VARYING PTN-IDX FROM 1 BY 1                         07250001
072600              UNTIL PTN-IDX >= HIST-COUNT                         07260001
072700        IF PTN-RUN-ID (PTN-IDX) = PRH-RUN-ID                      07270001
072800         THEN                                                     07280001
072900          SET PART2-DISP TO PTN-IDX                               07290001
073000          MOVE SPACES TO PMRG-RPT-RECORD                          07300001
073100          STRING ' PARTITION ' PART-DISP ' HAS THE RUN ID OF '    07310001
073200                 'PARTITION ' PART2-DISP                          07320001
073300                 DELIMITED BY SIZE INTO PMRG-RPT-RECORD           07330001
073400          PERFORM WRITE-MERGE-ERROR                               07340001
073500        END-IF                                                    07350001
073600      END-PERFORM.                                                07360001
073700      SKIP1                                                       07370001
073800* a partition's own lines follow the header copy; the original    07380001
073900* file had the header once, so partition k's line L was line      07390001
074000* L + (its first body record - 1 - header records).  its pages    07400001
074100* follow every earlier partition's own pages, each of which also  07410001
074200* counted the header and trailer copies' pages.                   07420001
074220* the run's group routing is the worst any partition reported: not07422043
074240* reconciled, then a restart warning, then one that never reached 07424043
074260* the check; reconciled only when every partition was.            07426043
074300  SET-PARTITION-OFFSETS.                                          07430001
074400      MOVE PTN-RUN-ID (1) TO MERGED-RUN-ID.                       07440001
074500      COMPUTE EDGE-LINES = HDR-COUNT + TRL-COUNT.                 07450001
074600      COMPUTE EDGE-PAGES = HDR-PAGES + TRL-PAGES.                 07460001
074700      MOVE ZERO TO RUN-PAGES RUN-LINES RUN-DELETES RUN-DUPS.      07470001
074750      MOVE 'N' TO RUN-ROUTE-FLAG.                                 07475043
074800      PERFORM VARYING PTN-IDX FROM 1 BY 1                         07480001
074900              UNTIL PTN-IDX > PART-COUNT                          07490001
075000        COMPUTE PTN-LINE-OFFSET (PTN-IDX) =                       07500001
075100                PTN-FIRST-RECNO (PTN-IDX) - 1 - HDR-COUNT         07510001
075200        MOVE RUN-PAGES TO PTN-PAGE-OFFSET (PTN-IDX)               07520001
075300        COMPUTE RUN-PAGES = RUN-PAGES                             07530001
075400                + PTN-PAGES (PTN-IDX) - EDGE-PAGES                07540001
075500        COMPUTE RUN-LINES = RUN-LINES                             07550001
075600                + PTN-LINES (PTN-IDX) - EDGE-LINES                07560001
075700        COMPUTE RUN-DELETES = RUN-DELETES + PTN-DELETES (PTN-IDX) 07570001
075800                - HDR-DELETES - TRL-DELETES                       07580001
075900        ADD PTN-DUPS (PTN-IDX) TO RUN-DUPS                        07590001
076000        IF PTN-IDX < PART-COUNT                                   07600001
076100         THEN                                                     07610001
076200          COMPUTE PTN-LAST-OWN-LINE (PTN-IDX) =                   07620001
076300                  PTN-RECORDS (PTN-IDX) - TRL-COUNT               07630001
076400         ELSE                                                     07640001
076500          MOVE PTN-RECORDS (PTN-IDX)                              07650001
076600            TO PTN-LAST-OWN-LINE (PTN-IDX)                        07660001
076700        END-IF                                                    07670001
076800        IF PTN-RESTART-FLAG (PTN-IDX) = 'Y'                       07680001
076900         THEN                                                     07690001
077000          MOVE 'Y' TO RUN-RESTART-FLAG                            07700001
077100        END-IF                                                    07710001
077108        EVALUATE TRUE                                             07710843
077116          WHEN PTN-ROUTE-FLAG (PTN-IDX) = 'Y'                     07711643
077124            MOVE 'Y' TO RUN-ROUTE-FLAG                            07712443
077132          WHEN PTN-ROUTE-FLAG (PTN-IDX) = 'W'                     07713243
077140               AND RUN-ROUTE-FLAG NOT = 'Y'                       07714043
077148            MOVE 'W' TO RUN-ROUTE-FLAG                            07714843
077156          WHEN PTN-ROUTE-FLAG (PTN-IDX) = 'N'                     07715643
077164            CONTINUE                                              07716443
077172          WHEN RUN-ROUTE-FLAG = 'N'                               07717243
077180            MOVE SPACE TO RUN-ROUTE-FLAG                          07718043
077188        END-EVALUATE                                              07718843
077200        MOVE ZERO TO PTN-RESTORE-COUNT (PTN-IDX)                  07720001
077300                     PTN-RESTORE-SEEN (PTN-IDX)                   07730001
077400                     PTN-EDEL-BASE (PTN-IDX)                      07740001
077500      END-PERFORM.                                                07750001
077600      ADD EDGE-LINES TO RUN-LINES.                                07760001
077700      ADD EDGE-PAGES TO RUN-PAGES.                                07770001
077800      ADD HDR-DELETES TRL-DELETES TO RUN-DELETES.                 07780001
077900      IF RUN-LINES NOT = SPLIT-INPUT-COUNT                        07790001
078000       THEN                                                       07800001
078100        MOVE RUN-LINES TO COUNT-DISP;                             07810001
078200        MOVE SPLIT-INPUT-COUNT TO COUNT2-DISP;                    07820001
078300        MOVE SPACES TO PMRG-RPT-RECORD;                           07830001
078400        STRING ' PARTITIONS READ ' COUNT-DISP                     07840001
078500               ' RECORDS - FILE HELD ' COUNT2-DISP                07850001
078600               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            07860001
078700        PERFORM WRITE-MERGE-ERROR;                                07870001
078800      END-IF.                                                     07880001
078900      SKIP1                                                       07890001
079000  WRITE-PARTITION-LINES.                                          07900001
079100      MOVE SPACES TO PMRG-RPT-RECORD.                             07910001
079200      STRING ' RUN ID ' MRG-RID-JOBNAME ' ' MRG-RID-APPL-ID       07920001
079300             ' ' MRG-RID-DATE ' ' MRG-RID-TIME                    07930001
079400             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              07940001
079500      WRITE PMRG-RPT-RECORD.                                      07950001
079600      MOVE SPACES TO PMRG-RPT-RECORD.                             07960001
079700      STRING ' PART JOBNAME       LINES  LINE OFFSET  PAGE OFFSET'07970001
079800             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              07980001
079900      WRITE PMRG-RPT-RECORD.                                      07990001
080000      PERFORM VARYING PTN-IDX FROM 1 BY 1                         08000001
080100              UNTIL PTN-IDX > PART-COUNT                          08010001
080200        SET PART-DISP TO PTN-IDX                                  08020001
080300        MOVE PTN-LINES (PTN-IDX) TO COUNT-DISP                    08030001
080400        MOVE PTN-LINE-OFFSET (PTN-IDX) TO COUNT2-DISP             08040001
080500        MOVE PTN-PAGE-OFFSET (PTN-IDX) TO COUNT3-DISP             08050001
080600        MOVE SPACES TO PMRG-RPT-RECORD                            08060001
080700        STRING '   ' PART-DISP ' ' PTN-RUN-ID (PTN-IDX) (1:8)     08070001
080800               COUNT-DISP '  ' COUNT2-DISP '  ' COUNT3-DISP       08080001
080900               DELIMITED BY SIZE INTO PMRG-RPT-RECORD             08090001
081000        WRITE PMRG-RPT-RECORD                                     08100001
081100      END-PERFORM.                                                08110001
081200      SKIP1                                                       08120001
081300  WRITE-MERGE-ERROR.                                              08130001
081400      ADD 1 TO ERROR-COUNT.                                       08140001
081500      WRITE PMRG-RPT-RECORD.                                      08150001
081600      SKIP1                                                       08160001
081700* CTLTOTS absent means no balancing, exactly as in ACIFIBDT;      08170001
081800* allocated but unusable holds the run.                           08180001
081900  LOAD-CONTROL-TOTALS.                                            08190001
082000      OPEN INPUT CTLTOT-FILE.                                     08200001
082100      IF CTLTOT-STATUS = '00'                                     08210001
082200       THEN                                                       08220001
082300        READ CTLTOT-FILE                                          08230001
082400          AT END                                                  08240001
082500            MOVE SPACES TO CTLTOT-RECORD                          08250001
082600        END-READ;                                                 08260001
082700        IF CTOT-PAGE-MIN IS NOT NUMERIC                           08270001
082800           OR CTOT-PAGE-MAX IS NOT NUMERIC                        08280001
082900           OR CTOT-GROUP-MIN IS NOT NUMERIC                       08290001
083000           OR CTOT-GROUP-MAX IS NOT NUMERIC                       08300001
083100           OR CTOT-CONV-MIN IS NOT NUMERIC                        08310001
083200           OR CTOT-CONV-MAX IS NOT NUMERIC                        08320001
083300           OR CTOT-REJECT-MAX IS NOT NUMERIC                      08330001
083400           OR CTOT-DUP-MAX IS NOT NUMERIC                         08340001
083500         THEN                                                     08350001
083600          MOVE SPACES TO PMRG-RPT-RECORD;                         08360001
083700          STRING ' CTLTOTS RECORD NOT USABLE - NO BALANCING'      08370001
083800                 DELIMITED BY SIZE INTO PMRG-RPT-RECORD;          08380001
083900          PERFORM WRITE-MERGE-ERROR;                              08390001
084000         ELSE                                                     08400001
084100          SET CTLTOT-MODE TO TRUE;                                08410001
084200        END-IF;                                                   08420001
084300        CLOSE CTLTOT-FILE;                                        08430001
084400      END-IF.                                                     08440001
084500      EJECT                                                       08450001
084600* where the record in hand belongs.  the partition is the one     08460001
084700* whose run identifier it carries; a record from any other run,   08470001
084800* or from a partition earlier than the one before it, is not      08480001
084900* merged and holds the run.  a record whose line falls in a       08490001
085000* header copy (every partition but the first) or a trailer copy   08500001
085100* (every partition but the last) was already merged from the      08510001
085200* partition that owns it.                                         08520001
085300  PLACE-RECORD.                                                   08530001
085400      ADD 1 TO FILE-READ-COUNT.                                   08540001
085500      MOVE ZERO TO REC-PART.                                      08550001
085600      PERFORM VARYING PTN-IDX FROM 1 BY 1                         08560001
085700              UNTIL PTN-IDX > PART-COUNT                          08570001
085800                 OR REC-PART > ZERO                               08580001
085900        IF PTN-RUN-ID (PTN-IDX) = CHECK-RUN-ID                    08590001
086000         THEN                                                     08600001
086100          SET REC-PART TO PTN-IDX                                 08610001
086200        END-IF                                                    08620001
086300      END-PERFORM.                                                08630001
086400      EVALUATE TRUE                                               08640001
086500        WHEN REC-PART = ZERO                                      08650001
086600          SET REC-REJECTED TO TRUE                                08660001
086700          ADD 1 TO FILE-OTHER-COUNT                               08670001
086800          IF FILE-OTHER-COUNT = 1                                 08680001
086900           THEN                                                   08690001
087000            MOVE FILE-READ-COUNT TO COUNT-DISP                    08700001
087100            MOVE SPACES TO PMRG-RPT-RECORD                        08710001
087200            STRING ' ' CHECK-DDNAME ' RECORD ' COUNT-DISP         08720001
087300                   ' FROM RUN ' CHECK-RUN-ID (1:8) ' '            08730001
087400                   CHECK-RUN-ID (17:8) ' ' CHECK-RUN-ID (25:8)    08740001
087500                   DELIMITED BY SIZE INTO PMRG-RPT-RECORD         08750001
087600            PERFORM WRITE-MERGE-ERROR                             08760001
087700          END-IF                                                  08770001
087800        WHEN REC-PART < LAST-PART                                 08780001
087900          SET REC-REJECTED TO TRUE                                08790001
088000          ADD 1 TO FILE-ORDER-COUNT                               08800001
088100          IF FILE-ORDER-COUNT = 1                                 08810001
088200           THEN                                                   08820001
088300            MOVE FILE-READ-COUNT TO COUNT-DISP                    08830001
088400            MOVE REC-PART TO PART-DISP                            08840001
088500            MOVE LAST-PART TO PART2-DISP                          08850001
088600            MOVE SPACES TO PMRG-RPT-RECORD                        08860001
088700            STRING ' ' CHECK-DDNAME ' RECORD ' COUNT-DISP         08870001
088800                   ' PARTITION ' PART-DISP ' AFTER PARTITION '    08880001
088900                   PART2-DISP                                     08890001
089000                   DELIMITED BY SIZE INTO PMRG-RPT-RECORD         08900001
089100            PERFORM WRITE-MERGE-ERROR                             08910001
089200          END-IF                                                  08920001
089300        WHEN CHECK-LINE > ZERO                                    08930001
089400         AND ((REC-PART > 1 AND CHECK-LINE NOT > HDR-COUNT)       08940001
089500          OR CHECK-LINE > PTN-LAST-OWN-LINE (REC-PART))           08950001
089600          MOVE REC-PART TO LAST-PART                              08960001
089700          SET REC-COPY TO TRUE                                    08970001
089800          ADD 1 TO FILE-COPY-COUNT                                08980001
089900        WHEN OTHER                                                08990001
090000          MOVE REC-PART TO LAST-PART                              09000001
090100          SET REC-KEEP TO TRUE                                    09010001
090200      END-EVALUATE.                                               09020001
090300      SKIP1                                                       09030001
090400  START-FILE-COUNTS.                                              09040001
090500      MOVE ZERO TO FILE-READ-COUNT FILE-WRITE-COUNT               09050001
090600                   FILE-COPY-COUNT FILE-OTHER-COUNT               09060001
090700                   FILE-ORDER-COUNT LAST-PART.                    09070001
090800      SET IN-NOT-EOF TO TRUE.                                     09080001
090900      SKIP1                                                       09090001
091000  WRITE-FILE-COUNTS.                                              09100001
091100      MOVE FILE-READ-COUNT TO COUNT-DISP.                         09110001
091200      MOVE FILE-WRITE-COUNT TO COUNT2-DISP.                       09120001
091300      MOVE FILE-COPY-COUNT TO COUNT3-DISP.                        09130001
091400      MOVE SPACES TO PMRG-RPT-RECORD.                             09140001
091500      STRING ' ' CHECK-DDNAME COUNT-DISP '  ' COUNT2-DISP '  '    09150001
091600             COUNT3-DISP                                          09160001
091700             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              09170001
091800      WRITE PMRG-RPT-RECORD.                                      09180001
091900      SKIP1                                                       09190001
092000  WRITE-NOT-ALLOCATED.                                            09200001
092100      MOVE SPACES TO PMRG-RPT-RECORD.                             09210001
092200      STRING ' ' CHECK-DDNAME ' NOT ALLOCATED - NOT MERGED'       09220001
092300             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              09230001
092400      WRITE PMRG-RPT-RECORD.                                      09240001
092500      SKIP1                                                       09250001
092600  WRITE-OPEN-FAILED.                                              09260001
092700      MOVE SPACES TO PMRG-RPT-RECORD.                             09270001
092800      STRING ' OUTPUT FOR ' CHECK-DDNAME ' OPEN FAILED - STATUS ' 09280001
092900             MERGE-OUT-STATUS                                     09290001
093000             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              09300001
093100      PERFORM WRITE-MERGE-ERROR.                                  09310001
093200      EJECT                                                       09320001
093300* the audit log is required: every ACIFIBDT run writes one, and   09330001
093400* the conversions and rejects it holds are the run's own.  the    09340001
093500* first partition's header and trailer conversions are how many   09350001
093600* restore log entries each copy adds.                             09360001
093700  MERGE-AUDIT-LOG.                                                09370001
093800      MOVE 'PAUDITLG' TO CHECK-DDNAME.                            09380001
093900      PERFORM START-FILE-COUNTS.                                  09390001
094000      OPEN INPUT PAUDIT-IN-FILE.                                  09400001
094100      IF PART-IN-STATUS NOT = '00'                                09410001
094200       THEN                                                       09420001
094300        MOVE SPACES TO PMRG-RPT-RECORD;                           09430001
094400        STRING ' PAUDITLG NOT ALLOCATED - NO CONVERSIONS MERGED'  09440001
094500               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            09450001
094600        PERFORM WRITE-MERGE-ERROR;                                09460001
094700       ELSE                                                       09470001
094800        OPEN OUTPUT AUDIT-FILE;                                   09480001
094900        IF MERGE-OUT-STATUS NOT = '00'                            09490001
095000         THEN                                                     09500001
095100          PERFORM WRITE-OPEN-FAILED;                              09510001
095200         ELSE                                                     09520001
095300          PERFORM UNTIL IN-EOF                                    09530001
095400            READ PAUDIT-IN-FILE INTO AUDIT-RECORD                 09540001
095500              AT END                                              09550001
095600                SET IN-EOF TO TRUE                                09560001
095700              NOT AT END                                          09570001
095800                PERFORM MERGE-ONE-AUDIT-RECORD                    09580001
095900            END-READ;                                             09590001
096000          END-PERFORM;                                            09600001
096100          CLOSE AUDIT-FILE;                                       09610001
096200        END-IF;                                                   09620001
096300        CLOSE PAUDIT-IN-FILE;                                     09630001
096400        PERFORM WRITE-FILE-COUNTS;                                09640001
096500      END-IF.                                                     09650001
096600      SKIP1                                                       09660001
096700  MERGE-ONE-AUDIT-RECORD.                                         09670001
096800      MOVE AUD-RUN-ID TO CHECK-RUN-ID.                            09680001
096900      MOVE AUD-LINE-COUNT TO CHECK-LINE.                          09690001
097000      PERFORM PLACE-RECORD.                                       09700001
097100      IF REC-PART = 1                                             09710001
097200         AND PART-COUNT > 1                                       09720001
097300         AND AUD-REJECT-FLAG NOT = 'R'                            09730001
097400       THEN                                                       09740001
097500        IF AUD-LINE-COUNT NOT > HDR-COUNT                         09750001
097600         THEN                                                     09760001
097700          ADD 1 TO HDR-RESTORES;                                  09770001
097800        END-IF;                                                   09780001
097900        IF AUD-LINE-COUNT > PTN-LAST-OWN-LINE (1)                 09790001
098000         THEN                                                     09800001
098100          ADD 1 TO TRL-RESTORES;                                  09810001
098200        END-IF;                                                   09820001
098300      END-IF.                                                     09830001
098400      IF REC-KEEP                                                 09840001
098500       THEN                                                       09850001
098600        ADD PTN-LINE-OFFSET (REC-PART) TO AUD-LINE-COUNT;         09860001
098700        ADD PTN-PAGE-OFFSET (REC-PART) TO AUD-PAGE-COUNT;         09870001
098800        MOVE MERGED-RUN-ID TO AUD-RUN-ID;                         09880001
098900        WRITE AUDIT-RECORD;                                       09890001
099000        ADD 1 TO FILE-WRITE-COUNT;                                09900001
099100        IF AUD-REJECT-FLAG = 'R'                                  09910001
099200         THEN                                                     09920001
099300          ADD 1 TO REJECT-OUT-COUNT;                              09930001
099400         ELSE                                                     09940001
099500          ADD 1 TO CONV-OUT-COUNT;                                09950001
099600        END-IF;                                                   09960001
099700      END-IF.                                                     09970001
099800      SKIP1                                                       09980001
099900  MERGE-GROUP-INDEX.                                              09990001
100000      MOVE 'PGRPINDX' TO CHECK-DDNAME.                            10000001
100100      PERFORM START-FILE-COUNTS.                                  10010001
100200      OPEN INPUT PGRPIX-IN-FILE.                                  10020001
100300      IF PART-IN-STATUS NOT = '00'                                10030001
100400       THEN                                                       10040001
100500        PERFORM WRITE-NOT-ALLOCATED;                              10050001
100600       ELSE                                                       10060001
100700        OPEN OUTPUT GRPINDEX-FILE;                                10070001
100800        IF MERGE-OUT-STATUS NOT = '00'                            10080001
100900         THEN                                                     10090001
101000          PERFORM WRITE-OPEN-FAILED;                              10100001
101100         ELSE                                                     10110001
101200          SET GRPIX-MERGED TO TRUE;                               10120001
101300          PERFORM UNTIL IN-EOF                                    10130001
101400            READ PGRPIX-IN-FILE INTO GROUP-INDEX-RECORD           10140001
101500              AT END                                              10150001
101600                SET IN-EOF TO TRUE                                10160001
101700              NOT AT END                                          10170001
101800                PERFORM MERGE-ONE-GROUP-INDEX                     10180001
101900            END-READ;                                             10190001
102000          END-PERFORM;                                            10200001
102100          CLOSE GRPINDEX-FILE;                                    10210001
102110          IF GROUP-SEEN-OVERFLOW > ZERO                           10211043
102120           THEN                                                   10212043
102130            MOVE GROUP-SEEN-OVERFLOW TO COUNT-DISP;               10213043
102140            MOVE SPACES TO PMRG-RPT-RECORD;                       10214043
102150            STRING ' ' COUNT-DISP ' GROUPS PAST 20,000 NOT'       10215043
102160                   ' CHECKED ACROSS PARTITIONS'                   10216043
102170                   DELIMITED BY SIZE INTO PMRG-RPT-RECORD;        10217043
102180            WRITE PMRG-RPT-RECORD;                                10218043
102190          END-IF;                                                 10219043
102200        END-IF;                                                   10220001
102300        CLOSE PGRPIX-IN-FILE;                                     10230001
102400        PERFORM WRITE-FILE-COUNTS;                                10240001
102500      END-IF.                                                     10250001
102600      SKIP1                                                       10260001
102700  MERGE-ONE-GROUP-INDEX.                                          10270001
102800      MOVE GRX-RUN-ID TO CHECK-RUN-ID.                            10280001
102900      MOVE GRX-BEGIN-LINE TO CHECK-LINE.                          10290001
103000      PERFORM PLACE-RECORD.                                       10300001
103100      IF REC-KEEP                                                 10310001
103200       THEN                                                       10320001
103300        ADD PTN-LINE-OFFSET (REC-PART) TO GRX-BEGIN-LINE          10330001
103400                                          GRX-END-LINE;           10340001
103500        ADD PTN-PAGE-OFFSET (REC-PART) TO GRX-BEGIN-PAGE          10350001
103600                                          GRX-END-PAGE;           10360001
103700        MOVE MERGED-RUN-ID TO GRX-RUN-ID;                         10370001
103800        WRITE GROUP-INDEX-RECORD;                                 10380001
103900        ADD 1 TO FILE-WRITE-COUNT GROUP-OUT-COUNT;                10390001
103950        PERFORM CHECK-CROSS-PARTITION-GROUP;                      10395043
104000      END-IF.                                                     10400001
104100      SKIP1                                                       10410001
104101* a group name already merged from another partition is the same  10410143
104102* document converted twice across a cut.  a repeat within one     10410243
104103* partition was warned on by that partition's own run, so only    10410343
104104* the partition a name was last seen in is remembered.            10410443
104105  CHECK-CROSS-PARTITION-GROUP.                                    10410543
104106      SET GROUP-SEEN-IDX TO 1.                                    10410643
104107      IF GROUP-SEEN-COUNT > ZERO                                  10410743
104108       THEN                                                       10410843
104109        SEARCH GROUP-SEEN-ENTRY                                   10410943
104110          AT END                                                  10411043
104111            SET GROUP-SEEN-IDX TO 0                               10411143
104112          WHEN GSN-NAME (GROUP-SEEN-IDX) = GRX-GROUP-NAME         10411243
104113            CONTINUE                                              10411343
104114        END-SEARCH;                                               10411443
104115       ELSE                                                       10411543
104116        SET GROUP-SEEN-IDX TO 0;                                  10411643
104117      END-IF.                                                     10411743
104118      IF GROUP-SEEN-IDX = 0                                       10411843
104119       THEN                                                       10411943
104120        IF GROUP-SEEN-COUNT = 20000                               10412043
104121         THEN                                                     10412143
104122          ADD 1 TO GROUP-SEEN-OVERFLOW;                           10412243
104123         ELSE                                                     10412343
104124          ADD 1 TO GROUP-SEEN-COUNT;                              10412443
104125          SET GROUP-SEEN-IDX TO GROUP-SEEN-COUNT;                 10412543
104126          MOVE GRX-GROUP-NAME TO GSN-NAME (GROUP-SEEN-IDX);       10412643
104127          MOVE REC-PART TO GSN-PART (GROUP-SEEN-IDX);             10412743
104128          MOVE GRX-BEGIN-PAGE TO GSN-PAGE (GROUP-SEEN-IDX);       10412843
104129          MOVE GRX-BEGIN-SEQNUM TO GSN-SEQNUM (GROUP-SEEN-IDX);   10412943
104130        END-IF;                                                   10413043
104131       ELSE                                                       10413143
104132        IF GSN-PART (GROUP-SEEN-IDX) NOT = REC-PART               10413243
104133         THEN                                                     10413343
104134          PERFORM REPORT-CROSS-PARTITION-GROUP;                   10413443
104135          MOVE REC-PART TO GSN-PART (GROUP-SEEN-IDX);             10413543
104136        END-IF;                                                   10413643
104137      END-IF.                                                     10413743
104138      SKIP1                                                       10413843
104139* counted with the run's duplicates, reported, and kept for       10413943
104140* DUPGRPS with both occurrences' merged pages and NOP-SEQNUMs.    10414043
104141  REPORT-CROSS-PARTITION-GROUP.                                   10414143
104142      ADD 1 TO RUN-DUPS CROSS-DUP-COUNT.                          10414243
104143      MOVE GSN-PART (GROUP-SEEN-IDX) TO PART-DISP.                10414343
104144      MOVE REC-PART TO PART2-DISP.                                10414443
104145      MOVE SPACES TO PMRG-RPT-RECORD.                             10414543
104146      STRING ' GROUP ' GRX-GROUP-NAME ' IN PARTITION ' PART-DISP  10414643
104147             ' IS IN PARTITION ' PART2-DISP ' AGAIN'              10414743
104148             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              10414843
104149      PERFORM WRITE-MERGE-ERROR.                                  10414943
104150      DISPLAY PGMNAME, ' DUPLICATE GROUP ACROSS PARTITIONS: ',    10415043
104151              GRX-GROUP-NAME.                                     10415143
104152      IF CROSS-DUP-KEPT < 200                                     10415243
104153       THEN                                                       10415343
104154        ADD 1 TO CROSS-DUP-KEPT;                                  10415443
104155        SET CROSS-DUP-IDX TO CROSS-DUP-KEPT;                      10415543
104156        MOVE GRX-GROUP-NAME TO XDP-GROUP-NAME (CROSS-DUP-IDX);    10415643
104157        MOVE GSN-PAGE (GROUP-SEEN-IDX)                            10415743
104158          TO XDP-FIRST-PAGE (CROSS-DUP-IDX);                      10415843
104159        MOVE GSN-SEQNUM (GROUP-SEEN-IDX)                          10415943
104160          TO XDP-FIRST-SEQNUM (CROSS-DUP-IDX);                    10416043
104161        MOVE GRX-BEGIN-PAGE TO XDP-DUP-PAGE (CROSS-DUP-IDX);      10416143
104162        MOVE GRX-BEGIN-SEQNUM TO XDP-DUP-SEQNUM (CROSS-DUP-IDX);  10416243
104163      END-IF.                                                     10416343
104164      SKIP1                                                       10416443
104200  MERGE-TLE-INDEX.                                                10420001
104300      MOVE 'PTLEINDX' TO CHECK-DDNAME.                            10430001
104400      PERFORM START-FILE-COUNTS.                                  10440001
104500      OPEN INPUT PTLEIX-IN-FILE.                                  10450001
104600      IF PART-IN-STATUS NOT = '00'                                10460001
104700       THEN                                                       10470001
104800        PERFORM WRITE-NOT-ALLOCATED;                              10480001
104900       ELSE                                                       10490001
105000        OPEN OUTPUT TLEINDEX-FILE;                                10500001
105100        IF MERGE-OUT-STATUS NOT = '00'                            10510001
105200         THEN                                                     10520001
105300          PERFORM WRITE-OPEN-FAILED;                              10530001
105400         ELSE                                                     10540001
105500          PERFORM UNTIL IN-EOF                                    10550001
105600            READ PTLEIX-IN-FILE INTO TLE-INDEX-RECORD             10560001
105700              AT END                                              10570001
105800                SET IN-EOF TO TRUE                                10580001
105900              NOT AT END                                          10590001
106000                PERFORM MERGE-ONE-TLE-INDEX                       10600001
106100            END-READ;                                             10610001
106200          END-PERFORM;                                            10620001
106300          CLOSE TLEINDEX-FILE;                                    10630001
106400        END-IF;                                                   10640001
106500        CLOSE PTLEIX-IN-FILE;                                     10650001
106600        PERFORM WRITE-FILE-COUNTS;                                10660001
106700      END-IF.                                                     10670001
106800      SKIP1                                                       10680001
106900  MERGE-ONE-TLE-INDEX.                                            10690001
107000      MOVE TLX-RUN-ID TO CHECK-RUN-ID.                            10700001
107100      MOVE TLX-LINE-COUNT TO CHECK-LINE.                          10710001
107200      PERFORM PLACE-RECORD.                                       10720001
107300      IF REC-KEEP                                                 10730001
107400       THEN                                                       10740001
107500        ADD PTN-LINE-OFFSET (REC-PART) TO TLX-LINE-COUNT;         10750001
107600        ADD PTN-PAGE-OFFSET (REC-PART) TO TLX-PAGE-COUNT;         10760001
107700        MOVE MERGED-RUN-ID TO TLX-RUN-ID;                         10770001
107800        WRITE TLE-INDEX-RECORD;                                   10780001
107900        ADD 1 TO FILE-WRITE-COUNT;                                10790001
108000      END-IF.                                                     10800001
108100      SKIP1                                                       10810001
108102* the clear twin of the TLE extract, written by ACIFIBDT when     10810243
108104* MASKCTL masks TLEINDEX, merged exactly as TLEINDEX is.          10810443
108106  MERGE-TLE-CLEAR.                                                10810643
108108      MOVE 'PTLECLR' TO CHECK-DDNAME.                             10810843
108110      PERFORM START-FILE-COUNTS.                                  10811043
108112      OPEN INPUT PTLECL-IN-FILE.                                  10811243
108114      IF PART-IN-STATUS NOT = '00'                                10811443
108116       THEN                                                       10811643
108118        PERFORM WRITE-NOT-ALLOCATED;                              10811843
108120       ELSE                                                       10812043
108122        OPEN OUTPUT TLECLEAR-FILE;                                10812243
108124        IF MERGE-OUT-STATUS NOT = '00'                            10812443
108126         THEN                                                     10812643
108128          PERFORM WRITE-OPEN-FAILED;                              10812843
108130         ELSE                                                     10813043
108132          PERFORM UNTIL IN-EOF                                    10813243
108134            READ PTLECL-IN-FILE INTO TLE-CLEAR-RECORD             10813443
108136              AT END                                              10813643
108138                SET IN-EOF TO TRUE                                10813843
108140              NOT AT END                                          10814043
108142                PERFORM MERGE-ONE-TLE-CLEAR                       10814243
108144            END-READ;                                             10814443
108146          END-PERFORM;                                            10814643
108148          CLOSE TLECLEAR-FILE;                                    10814843
108150        END-IF;                                                   10815043
108152        CLOSE PTLECL-IN-FILE;                                     10815243
108154        PERFORM WRITE-FILE-COUNTS;                                10815443
108156      END-IF.                                                     10815643
108158      SKIP1                                                       10815843
108160  MERGE-ONE-TLE-CLEAR.                                            10816043
108162      MOVE TLC-RUN-ID TO CHECK-RUN-ID.                            10816243
108164      MOVE TLC-LINE-COUNT TO CHECK-LINE.                          10816443
108166      PERFORM PLACE-RECORD.                                       10816643
108168      IF REC-KEEP                                                 10816843
108170       THEN                                                       10817043
108172        ADD PTN-LINE-OFFSET (REC-PART) TO TLC-LINE-COUNT;         10817243
108174        ADD PTN-PAGE-OFFSET (REC-PART) TO TLC-PAGE-COUNT;         10817443
108176        MOVE MERGED-RUN-ID TO TLC-RUN-ID;                         10817643
108178        WRITE TLE-CLEAR-RECORD;                                   10817843
108180        ADD 1 TO FILE-WRITE-COUNT;                                10818043
108182      END-IF.                                                     10818243
108184      SKIP1                                                       10818443
108200  MERGE-BAD-SF.                                                   10820001
108300      MOVE 'PBADSF' TO CHECK-DDNAME.                              10830001
108400      PERFORM START-FILE-COUNTS.                                  10840001
108500      OPEN INPUT PBADSF-IN-FILE.                                  10850001
108600      IF PART-IN-STATUS NOT = '00'                                10860001
108700       THEN                                                       10870001
108800        PERFORM WRITE-NOT-ALLOCATED;                              10880001
108900       ELSE                                                       10890001
109000        OPEN OUTPUT BADSF-FILE;                                   10900001
109100        IF MERGE-OUT-STATUS NOT = '00'                            10910001
109200         THEN                                                     10920001
109300          PERFORM WRITE-OPEN-FAILED;                              10930001
109400         ELSE                                                     10940001
109500          PERFORM UNTIL IN-EOF                                    10950001
109600            READ PBADSF-IN-FILE INTO BADSF-RECORD                 10960001
109700              AT END                                              10970001
109800                SET IN-EOF TO TRUE                                10980001
109900              NOT AT END                                          10990001
110000                PERFORM MERGE-ONE-BAD-SF                          11000001
110100            END-READ;                                             11010001
110200          END-PERFORM;                                            11020001
110300          CLOSE BADSF-FILE;                                       11030001
110400        END-IF;                                                   11040001
110500        CLOSE PBADSF-IN-FILE;                                     11050001
110600        PERFORM WRITE-FILE-COUNTS;                                11060001
110700      END-IF.                                                     11070001
110800      SKIP1                                                       11080001
110900  MERGE-ONE-BAD-SF.                                               11090001
111000      MOVE BAD-RUN-ID TO CHECK-RUN-ID.                            11100001
111100      MOVE BAD-LINE-COUNT TO CHECK-LINE.                          11110001
111200      PERFORM PLACE-RECORD.                                       11120001
111300      IF REC-KEEP                                                 11130001
111400       THEN                                                       11140001
111500        ADD PTN-LINE-OFFSET (REC-PART) TO BAD-LINE-COUNT;         11150001
111600        ADD PTN-PAGE-OFFSET (REC-PART) TO BAD-PAGE-COUNT;         11160001
111700        MOVE MERGED-RUN-ID TO BAD-RUN-ID;                         11170001
111800        WRITE BADSF-RECORD;                                       11180001
111900        ADD 1 TO FILE-WRITE-COUNT;                                11190001
112000      END-IF.                                                     11200001
112100      SKIP1                                                       11210001
112200* suppressed, duplicate, and diverted groups are named groups,    11220001
112300* so never in a header or trailer copy: only their pages move.    11230001
112400  MERGE-SUPPRESSION-LOG.                                          11240001
112500      MOVE 'PSUPRLOG' TO CHECK-DDNAME.                            11250001
112600      PERFORM START-FILE-COUNTS.                                  11260001
112700      OPEN INPUT PSUPRL-IN-FILE.                                  11270001
112800      IF PART-IN-STATUS NOT = '00'                                11280001
112900       THEN                                                       11290001
113000        PERFORM WRITE-NOT-ALLOCATED;                              11300001
113100       ELSE                                                       11310001
113200        OPEN OUTPUT SUPRLOG-FILE;                                 11320001
113300        IF MERGE-OUT-STATUS NOT = '00'                            11330001
113400         THEN                                                     11340001
113500          PERFORM WRITE-OPEN-FAILED;                              11350001
113600         ELSE                                                     11360001
113700          PERFORM UNTIL IN-EOF                                    11370001
113800            READ PSUPRL-IN-FILE INTO SUPR-LOG-RECORD              11380001
113900              AT END                                              11390001
114000                SET IN-EOF TO TRUE                                11400001
114100              NOT AT END                                          11410001
114200                PERFORM MERGE-ONE-SUPPRESSION                     11420001
114300            END-READ;                                             11430001
114400          END-PERFORM;                                            11440001
114500          CLOSE SUPRLOG-FILE;                                     11450001
114600        END-IF;                                                   11460001
114700        CLOSE PSUPRL-IN-FILE;                                     11470001
114800        PERFORM WRITE-FILE-COUNTS;                                11480001
114900      END-IF.                                                     11490001
115000      SKIP1                                                       11500001
115100  MERGE-ONE-SUPPRESSION.                                          11510001
115200      MOVE SUPL-RUN-ID TO CHECK-RUN-ID.                           11520001
115300      MOVE ZERO TO CHECK-LINE.                                    11530001
115400      PERFORM PLACE-RECORD.                                       11540001
115500      IF REC-KEEP                                                 11550001
115600       THEN                                                       11560001
115700        ADD PTN-PAGE-OFFSET (REC-PART) TO SUPL-BEGIN-PAGE         11570001
115800                                          SUPL-END-PAGE;          11580001
115900        MOVE MERGED-RUN-ID TO SUPL-RUN-ID;                        11590001
116000        WRITE SUPR-LOG-RECORD;                                    11600001
116100        ADD 1 TO FILE-WRITE-COUNT;                                11610001
116200      END-IF.                                                     11620001
116300      SKIP1                                                       11630001
116400  MERGE-DUPLICATE-LOG.                                            11640001
116500      MOVE 'PDUPGRPS' TO CHECK-DDNAME.                            11650001
116600      PERFORM START-FILE-COUNTS.                                  11660001
116700      OPEN INPUT PDUPG-IN-FILE.                                   11670001
116800      IF PART-IN-STATUS NOT = '00'                                11680001
116900       THEN                                                       11690001
117000        PERFORM WRITE-NOT-ALLOCATED;                              11700001
117030        MOVE ZERO TO CROSS-DUP-KEPT;                              11703043
117060        PERFORM NOTE-CROSS-DUPS-NOT-WRITTEN;                      11706043
117100       ELSE                                                       11710001
117200        OPEN OUTPUT DUPGRP-FILE;                                  11720001
117300        IF MERGE-OUT-STATUS NOT = '00'                            11730001
117400         THEN                                                     11740001
117500          PERFORM WRITE-OPEN-FAILED;                              11750001
117600         ELSE                                                     11760001
117700          PERFORM UNTIL IN-EOF                                    11770001
117800            READ PDUPG-IN-FILE INTO DUPGRP-WARN-RECORD            11780001
117900              AT END                                              11790001
118000                SET IN-EOF TO TRUE                                11800001
118100              NOT AT END                                          11810001
118200                PERFORM MERGE-ONE-DUPLICATE                       11820001
118300            END-READ;                                             11830001
118400          END-PERFORM;                                            11840001
118450          PERFORM WRITE-CROSS-DUPLICATES;                         11845043
118500          CLOSE DUPGRP-FILE;                                      11850001
118600        END-IF;                                                   11860001
118700        CLOSE PDUPG-IN-FILE;                                      11870001
118800        PERFORM WRITE-FILE-COUNTS;                                11880001
118900      END-IF.                                                     11890001
119000      SKIP1                                                       11900001
119003* the groups found in two partitions follow the partitions' own   11900343
119006* warnings, stamped with the merged run identifier.               11900643
119009  WRITE-CROSS-DUPLICATES.                                         11900943
119012      PERFORM VARYING CROSS-DUP-IDX FROM 1 BY 1                   11901243
119015              UNTIL CROSS-DUP-IDX > CROSS-DUP-KEPT                11901543
119018        MOVE SPACES TO DUPGRP-WARN-RECORD                         11901843
119021        MOVE XDP-GROUP-NAME (CROSS-DUP-IDX) TO DUPW-GROUP-NAME    11902143
119024        MOVE XDP-FIRST-PAGE (CROSS-DUP-IDX) TO DUPW-FIRST-PAGE    11902443
119027        MOVE XDP-FIRST-SEQNUM (CROSS-DUP-IDX) TO DUPW-FIRST-SEQNUM11902743
119030        MOVE XDP-DUP-PAGE (CROSS-DUP-IDX) TO DUPW-DUP-PAGE        11903043
119033        MOVE XDP-DUP-SEQNUM (CROSS-DUP-IDX) TO DUPW-DUP-SEQNUM    11903343
119036        MOVE MERGED-RUN-ID TO DUPW-RUN-ID                         11903643
119039        WRITE DUPGRP-WARN-RECORD                                  11903943
119042        ADD 1 TO FILE-WRITE-COUNT                                 11904243
119045      END-PERFORM.                                                11904543
119048      PERFORM NOTE-CROSS-DUPS-NOT-WRITTEN.                        11904843
119051      SKIP1                                                       11905143
119054* the groups found in two partitions that DUPGRPS could not take, 11905443
119057* or all of them when the partitions wrote none.                  11905743
119060  NOTE-CROSS-DUPS-NOT-WRITTEN.                                    11906043
119063      IF CROSS-DUP-COUNT > CROSS-DUP-KEPT                         11906343
119066       THEN                                                       11906643
119069        COMPUTE COUNT-DISP = CROSS-DUP-COUNT - CROSS-DUP-KEPT;    11906943
119072        MOVE SPACES TO PMRG-RPT-RECORD;                           11907243
119075        STRING ' ' COUNT-DISP ' GROUPS FOUND IN TWO PARTITIONS'   11907543
119078               ' NOT WRITTEN TO DUPGRPS'                          11907843
119081               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            11908143
119084        WRITE PMRG-RPT-RECORD;                                    11908443
119087      END-IF.                                                     11908743
119090      SKIP1                                                       11909043
119100  MERGE-ONE-DUPLICATE.                                            11910001
119200      MOVE DUPW-RUN-ID TO CHECK-RUN-ID.                           11920001
119300      MOVE ZERO TO CHECK-LINE.                                    11930001
119400      PERFORM PLACE-RECORD.                                       11940001
119500      IF REC-KEEP                                                 11950001
119600       THEN                                                       11960001
119700        ADD PTN-PAGE-OFFSET (REC-PART) TO DUPW-FIRST-PAGE         11970001
119800                                          DUPW-DUP-PAGE;          11980001
119900        MOVE MERGED-RUN-ID TO DUPW-RUN-ID;                        11990001
120000        WRITE DUPGRP-WARN-RECORD;                                 12000001
120100        ADD 1 TO FILE-WRITE-COUNT;                                12010001
120200      END-IF.                                                     12020001
120300      SKIP1                                                       12030001
120400* e-delivery documents are numbered per partition; with the       12040001
120500* EDELIV datasets concatenated in partition order, a partition's  12050001
120600* documents follow every earlier partition's.                     12060001
120700  MERGE-EDELIV-INDEX.                                             12070001
120800      MOVE 'PEDELIDX' TO CHECK-DDNAME.                            12080001
120900      PERFORM START-FILE-COUNTS.                                  12090001
121000      OPEN INPUT PEDELX-IN-FILE.                                  12100001
121100      IF PART-IN-STATUS NOT = '00'                                12110001
121200       THEN                                                       12120001
121300        PERFORM WRITE-NOT-ALLOCATED;                              12130001
121400       ELSE                                                       12140001
121500        OPEN OUTPUT EDELIDX-FILE;                                 12150001
121600        IF MERGE-OUT-STATUS NOT = '00'                            12160001
121700         THEN                                                     12170001
121800          PERFORM WRITE-OPEN-FAILED;                              12180001
121900         ELSE                                                     12190001
122000          PERFORM UNTIL IN-EOF                                    12200001
122100            READ PEDELX-IN-FILE INTO EDELIV-INDEX-RECORD          12210001
122200              AT END                                              12220001
122300                SET IN-EOF TO TRUE                                12230001
122400              NOT AT END                                          12240001
122500                PERFORM MERGE-ONE-EDELIV-INDEX                    12250001
122600            END-READ;                                             12260001
122700          END-PERFORM;                                            12270001
122800          CLOSE EDELIDX-FILE;                                     12280001
122900        END-IF;                                                   12290001
123000        CLOSE PEDELX-IN-FILE;                                     12300001
123100        PERFORM WRITE-FILE-COUNTS;                                12310001
123200      END-IF.                                                     12320001
123300      SKIP1                                                       12330001
123400  MERGE-ONE-EDELIV-INDEX.                                         12340001
123500      MOVE EDX-RUN-ID TO CHECK-RUN-ID.                            12350001
123600      MOVE ZERO TO CHECK-LINE.                                    12360001
123700      MOVE LAST-PART TO PRIOR-PART.                               12370001
123800      PERFORM PLACE-RECORD.                                       12380001
123900      IF REC-KEEP                                                 12390001
124000       THEN                                                       12400001
124100        IF REC-PART NOT = PRIOR-PART                              12410001
124200         THEN                                                     12420001
124300          MOVE EDEL-OUT-COUNT TO PTN-EDEL-BASE (REC-PART);        12430001
124400        END-IF;                                                   12440001
124500        ADD PTN-EDEL-BASE (REC-PART) TO EDX-DOC-SEQ;              12450001
124600        ADD PTN-PAGE-OFFSET (REC-PART) TO EDX-STREAM-PAGE;        12460001
124700        MOVE MERGED-RUN-ID TO EDX-RUN-ID;                         12470001
124800        WRITE EDELIV-INDEX-RECORD;                                12480001
124900        ADD 1 TO FILE-WRITE-COUNT EDEL-OUT-COUNT;                 12490001
125000      END-IF.                                                     12500001
125100      EJECT                                                       12510001
125200* ACIFOBDT's restore log numbers lines and pages in the print     12520001
125300* file it restored, not the input, so only its run identifier is  12530001
125400* changed.  each partition's log opens with the header copy's     12540001
125500* restores and closes with the trailer copy's, as many as the     12550001
125600* first partition's audit log shows; the first pass counts each   12560001
125700* partition's entries so the trailer's can be found.              12570001
125800  MERGE-RESTORE-LOG.                                              12580001
125900      MOVE 'POUTNOPS' TO CHECK-DDNAME.                            12590001
126000      PERFORM START-FILE-COUNTS.                                  12600001
126100      OPEN INPUT POUTNP-IN-FILE.                                  12610001
126200      IF PART-IN-STATUS NOT = '00'                                12620001
126300       THEN                                                       12630001
126400        PERFORM WRITE-NOT-ALLOCATED;                              12640001
126500       ELSE                                                       12650001
126600        OPEN OUTPUT OUT-NOP-FILE;                                 12660001
126700        IF MERGE-OUT-STATUS NOT = '00'                            12670001
126800         THEN                                                     12680001
126900          PERFORM WRITE-OPEN-FAILED;                              12690001
127000          CLOSE POUTNP-IN-FILE;                                   12700001
127100         ELSE                                                     12710001
127200          PERFORM UNTIL IN-EOF                                    12720001
127300            READ POUTNP-IN-FILE INTO OUT-NOP-RECORD               12730001
127400              AT END                                              12740001
127500                SET IN-EOF TO TRUE                                12750001
127600              NOT AT END                                          12760001
127700                PERFORM COUNT-ONE-RESTORE                         12770001
127800            END-READ;                                             12780001
127900          END-PERFORM;                                            12790001
128000          CLOSE POUTNP-IN-FILE;                                   12800001
128100          PERFORM CHECK-RESTORE-COUNTS;                           12810001
128200          PERFORM START-FILE-COUNTS;                              12820001
128300          OPEN INPUT POUTNP-IN-FILE;                              12830001
128400          PERFORM UNTIL IN-EOF                                    12840001
128500            READ POUTNP-IN-FILE INTO OUT-NOP-RECORD               12850001
128600              AT END                                              12860001
128700                SET IN-EOF TO TRUE                                12870001
128800              NOT AT END                                          12880001
128900                PERFORM MERGE-ONE-RESTORE                         12890001
129000            END-READ;                                             12900001
129100          END-PERFORM;                                            12910001
129200          CLOSE POUTNP-IN-FILE;                                   12920001
129300          CLOSE OUT-NOP-FILE;                                     12930001
129400        END-IF;                                                   12940001
129500        PERFORM WRITE-FILE-COUNTS;                                12950001
129600      END-IF.                                                     12960001
129700      SKIP1                                                       12970001
129800  COUNT-ONE-RESTORE.                                              12980001
129900      PERFORM VARYING PTN-IDX FROM 1 BY 1                         12990001
130000              UNTIL PTN-IDX > PART-COUNT                          13000001
130100        IF PTN-RUN-ID (PTN-IDX) = OTA-RUN-ID                      13010001
130200         THEN                                                     13020001
130300          ADD 1 TO PTN-RESTORE-COUNT (PTN-IDX)                    13030001
130400        END-IF                                                    13040001
130500      END-PERFORM.                                                13050001
130600      SKIP1                                                       13060001
130700  CHECK-RESTORE-COUNTS.                                           13070001
130800      PERFORM VARYING PTN-IDX FROM 1 BY 1                         13080001
130900              UNTIL PTN-IDX > PART-COUNT                          13090001
131000        IF (PTN-IDX > 1                                           13100001
131100            AND PTN-RESTORE-COUNT (PTN-IDX) < HDR-RESTORES)       13110001
131200           OR (PTN-IDX < PART-COUNT                               13120001
131300            AND PTN-RESTORE-COUNT (PTN-IDX) < TRL-RESTORES)       13130001
131400         THEN                                                     13140001
131500          SET PART-DISP TO PTN-IDX                                13150001
131600          MOVE SPACES TO PMRG-RPT-RECORD                          13160001
131700          STRING ' POUTNOPS PARTITION ' PART-DISP                 13170001
131800                 ' LACKS THE HEADER AND TRAILER RESTORES'         13180001
131900                 DELIMITED BY SIZE INTO PMRG-RPT-RECORD           13190001
132000          PERFORM WRITE-MERGE-ERROR                               13200001
132100        END-IF                                                    13210001
132200      END-PERFORM.                                                13220001
132300      SKIP1                                                       13230001
132400  MERGE-ONE-RESTORE.                                              13240001
132500      MOVE OTA-RUN-ID TO CHECK-RUN-ID.                            13250001
132600      MOVE ZERO TO CHECK-LINE.                                    13260001
132700      PERFORM PLACE-RECORD.                                       13270001
132800      IF REC-KEEP                                                 13280001
132900       THEN                                                       13290001
133000        ADD 1 TO PTN-RESTORE-SEEN (REC-PART);                     13300001
133100        IF (REC-PART > 1                                          13310001
133200            AND PTN-RESTORE-SEEN (REC-PART) NOT > HDR-RESTORES)   13320001
133300           OR (REC-PART < PART-COUNT                              13330001
133400            AND PTN-RESTORE-SEEN (REC-PART) >                     13340001
133500                PTN-RESTORE-COUNT (REC-PART) - TRL-RESTORES)      13350001
133600         THEN                                                     13360001
133700          SET REC-COPY TO TRUE;                                   13370001
133800          ADD 1 TO FILE-COPY-COUNT;                               13380001
133900        END-IF;                                                   13390001
134000      END-IF.                                                     13400001
134100      IF REC-KEEP                                                 13410001
134200       THEN                                                       13420001
134300        MOVE MERGED-RUN-ID TO OTA-RUN-ID;                         13430001
134400        WRITE OUT-NOP-RECORD;                                     13440001
134500        ADD 1 TO FILE-WRITE-COUNT;                                13450001
134600      END-IF.                                                     13460001
134700      EJECT                                                       13470001
134800* the composition profile is summed by type over the partitions   13480001
134900* - counts and lengths added, the shortest and longest kept - and 13490001
135000* then each type loses what the extra header and trailer copies   13500001
135100* added to it.                                                    13510001
135200  MERGE-SF-PROFILE.                                               13520001
135300      MOVE 'PSFPROFL' TO CHECK-DDNAME.                            13530001
135400      PERFORM START-FILE-COUNTS.                                  13540001
135500      OPEN INPUT PSFPRF-IN-FILE.                                  13550001
135600      IF PART-IN-STATUS NOT = '00'                                13560001
135700       THEN                                                       13570001
135800        PERFORM WRITE-NOT-ALLOCATED;                              13580001
135900       ELSE                                                       13590001
136000        OPEN OUTPUT SFPROF-FILE;                                  13600001
136100        IF MERGE-OUT-STATUS NOT = '00'                            13610001
136200         THEN                                                     13620001
136300          PERFORM WRITE-OPEN-FAILED;                              13630001
136400          CLOSE PSFPRF-IN-FILE;                                   13640001
136500         ELSE                                                     13650001
136600          PERFORM UNTIL IN-EOF                                    13660001
136700            READ PSFPRF-IN-FILE INTO SF-PROFILE-RECORD            13670001
136800              AT END                                              13680001
136900                SET IN-EOF TO TRUE                                13690001
137000              NOT AT END                                          13700001
137100                PERFORM ADD-ONE-SF-PROFILE                        13710001
137200            END-READ;                                             13720001
137300          END-PERFORM;                                            13730001
137400          CLOSE PSFPRF-IN-FILE;                                   13740001
137500          PERFORM REMOVE-EDGE-SF-COPIES;                          13750001
137600          PERFORM WRITE-SF-PROFILE;                               13760001
137700          CLOSE SFPROF-FILE;                                      13770001
137800        END-IF;                                                   13780001
137900        PERFORM WRITE-FILE-COUNTS;                                13790001
138000      END-IF.                                                     13800001
138100      SKIP1                                                       13810001
138200  ADD-ONE-SF-PROFILE.                                             13820001
138300      MOVE SFP-RUN-ID TO CHECK-RUN-ID.                            13830001
138400      MOVE ZERO TO CHECK-LINE.                                    13840001
138500      PERFORM PLACE-RECORD.                                       13850001
138600      IF REC-KEEP                                                 13860001
138700       THEN                                                       13870001
138800        IF SFP-RUN-DATE > PROF-RUN-DATE                           13880001
138900         THEN                                                     13890001
139000          MOVE SFP-RUN-DATE TO PROF-RUN-DATE;                     13900001
139100        END-IF;                                                   13910001
139200        SET SF-PROFILE-IDX TO 1;                                  13920001
139300        IF SF-PROFILE-COUNT > ZERO                                13930001
139400         THEN                                                     13940001
139500          SEARCH SF-PROFILE-ENTRY                                 13950001
139600            AT END                                                13960001
139700              SET SF-PROFILE-IDX TO 0                             13970001
139800            WHEN PRF-TYPE (SF-PROFILE-IDX) = SFP-TYPE             13980001
139900              CONTINUE                                            13990001
140000          END-SEARCH;                                             14000001
140100         ELSE                                                     14010001
140200          SET SF-PROFILE-IDX TO 0;                                14020001
140300        END-IF;                                                   14030001
140400        IF SF-PROFILE-IDX = 0                                     14040001
140500         THEN                                                     14050001
140600          IF SF-PROFILE-COUNT = 200                               14060001
140700           THEN                                                   14070001
140800            ADD 1 TO PROF-OVERFLOW-COUNT;                         14080001
140900           ELSE                                                   14090001
141000            ADD 1 TO SF-PROFILE-COUNT;                            14100001
141100            SET SF-PROFILE-IDX TO SF-PROFILE-COUNT;               14110001
141200            MOVE SFP-TYPE TO PRF-TYPE (SF-PROFILE-IDX);           14120001
141300            MOVE ZERO TO PRF-COUNT (SF-PROFILE-IDX)               14130001
141400                         PRF-TOTAL-LEN (SF-PROFILE-IDX);          14140001
141500            MOVE SFP-MIN-RECLEN TO PRF-MIN-LEN (SF-PROFILE-IDX);  14150001
141600            MOVE SFP-MAX-RECLEN TO PRF-MAX-LEN (SF-PROFILE-IDX);  14160001
141700          END-IF;                                                 14170001
141800        END-IF;                                                   14180001
141900        IF SF-PROFILE-IDX > 0                                     14190001
142000         THEN                                                     14200001
142100          ADD SFP-COUNT TO PRF-COUNT (SF-PROFILE-IDX);            14210001
142200          ADD SFP-TOTAL-RECLEN TO PRF-TOTAL-LEN (SF-PROFILE-IDX); 14220001
142300          IF SFP-MIN-RECLEN < PRF-MIN-LEN (SF-PROFILE-IDX)        14230001
142400           THEN                                                   14240001
142500            MOVE SFP-MIN-RECLEN TO PRF-MIN-LEN (SF-PROFILE-IDX);  14250001
142600          END-IF;                                                 14260001
142700          IF SFP-MAX-RECLEN > PRF-MAX-LEN (SF-PROFILE-IDX)        14270001
142800           THEN                                                   14280001
142900            MOVE SFP-MAX-RECLEN TO PRF-MAX-LEN (SF-PROFILE-IDX);  14290001
143000          END-IF;                                                 14300001
143100        END-IF;                                                   14310001
143200      END-IF.                                                     14320001
143300      SKIP1                                                       14330001
143400* every partition after the first carried one extra copy of the   14340001
143500* header and the trailer.  a profile without those copies in it   14350001
143600* was not taken from every partition.                             14360001
143700  REMOVE-EDGE-SF-COPIES.                                          14370001
143800      IF PROF-OVERFLOW-COUNT > ZERO                               14380001
143900       THEN                                                       14390001
144000        MOVE SPACES TO PMRG-RPT-RECORD;                           14400001
144100        STRING ' PSFPROFL HAS MORE THAN 200 TYPES - SOME NOT'     14410001
144200               ' MERGED'                                          14420001
144300               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            14430001
144400        PERFORM WRITE-MERGE-ERROR;                                14440001
144500      END-IF.                                                     14450001
144600      PERFORM VARYING EDGE-SF-IDX FROM 1 BY 1                     14460001
144700              UNTIL EDGE-SF-IDX > EDGE-SF-COUNT                   14470001
144800        SET SF-PROFILE-IDX TO 1                                   14480001
144900        IF SF-PROFILE-COUNT > ZERO                                14490001
145000         THEN                                                     14500001
145100          SEARCH SF-PROFILE-ENTRY                                 14510001
145200            AT END                                                14520001
145300              SET SF-PROFILE-IDX TO 0                             14530001
145400            WHEN PRF-TYPE (SF-PROFILE-IDX) =                      14540001
145500                 ESF-TYPE (EDGE-SF-IDX)                           14550001
145600              CONTINUE                                            14560001
145700          END-SEARCH                                              14570001
145800         ELSE                                                     14580001
145900          SET SF-PROFILE-IDX TO 0                                 14590001
146000        END-IF                                                    14600001
146100        IF SF-PROFILE-IDX = 0                                     14610001
146200         THEN                                                     14620001
146300          PERFORM WRITE-EDGE-SF-MISSING                           14630001
146400         ELSE                                                     14640001
146500          IF PRF-COUNT (SF-PROFILE-IDX) <                         14650001
146600             ESF-COUNT (EDGE-SF-IDX) * PART-COUNT                 14660001
146700           THEN                                                   14670001
146800            PERFORM WRITE-EDGE-SF-MISSING                         14680001
146900           ELSE                                                   14690001
147000            COMPUTE PRF-COUNT (SF-PROFILE-IDX) =                  14700001
147100                    PRF-COUNT (SF-PROFILE-IDX)                    14710001
147200                    - ESF-COUNT (EDGE-SF-IDX) * (PART-COUNT - 1)  14720001
147300            COMPUTE PRF-TOTAL-LEN (SF-PROFILE-IDX) =              14730001
147400                    PRF-TOTAL-LEN (SF-PROFILE-IDX)                14740001
147500                    - ESF-TOTAL-LEN (EDGE-SF-IDX)                 14750001
147600                      * (PART-COUNT - 1)                          14760001
147700          END-IF                                                  14770001
147800        END-IF                                                    14780001
147900      END-PERFORM.                                                14790001
148000      SKIP1                                                       14800001
148100  WRITE-EDGE-SF-MISSING.                                          14810001
148200      MOVE SPACES TO PMRG-RPT-RECORD.                             14820001
148300      STRING ' PSFPROFL LACKS THE HEADER AND TRAILER COPIES OF '  14830001
148400             'A STRUCTURED FIELD TYPE'                            14840001
148500             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              14850001
148600      PERFORM WRITE-MERGE-ERROR.                                  14860001
148700      SKIP1                                                       14870001
148800  WRITE-SF-PROFILE.                                               14880001
148900      PERFORM VARYING SF-PROFILE-IDX FROM 1 BY 1                  14890001
149000              UNTIL SF-PROFILE-IDX > SF-PROFILE-COUNT             14900001
149100        MOVE SPACES TO SF-PROFILE-RECORD                          14910001
149200        MOVE PRF-TYPE (SF-PROFILE-IDX)      TO SFP-TYPE           14920001
149300        MOVE PRF-COUNT (SF-PROFILE-IDX)     TO SFP-COUNT          14930001
149400        MOVE PRF-MIN-LEN (SF-PROFILE-IDX)   TO SFP-MIN-RECLEN     14940001
149500        MOVE PRF-MAX-LEN (SF-PROFILE-IDX)   TO SFP-MAX-RECLEN     14950001
149600        MOVE PRF-TOTAL-LEN (SF-PROFILE-IDX)                       14960001
149700          TO SFP-TOTAL-RECLEN                                     14970001
149800        MOVE PROF-RUN-DATE TO SFP-RUN-DATE                        14980001
149900        MOVE MERGED-RUN-ID TO SFP-RUN-ID                          14990001
150000        WRITE SF-PROFILE-RECORD                                   15000001
150100        ADD 1 TO FILE-WRITE-COUNT                                 15010001
150200      END-PERFORM.                                                15020001
150300      EJECT                                                       15030001
150400* one history record for the whole run: the first partition's     15040001
150500* run identifier and job, the earliest start and latest end, and  15050001
150560* the counts of the run as if it had never been split, with the   15056043
150620* control-total and group-routing results.                        15062043
150700  WRITE-RUN-HISTORY.                                              15070001
150800      MOVE ZERO TO RUN-START-STAMP RUN-END-STAMP.                 15080001
150900      PERFORM VARYING PTN-IDX FROM 1 BY 1                         15090001
151000              UNTIL PTN-IDX > PART-COUNT                          15100001
151100        MOVE PTN-START-DATE (PTN-IDX) TO PART-STAMP-DATE          15110001
151200        MOVE PTN-START-TIME (PTN-IDX) TO PART-STAMP-TIME          15120001
151300        IF RUN-START-STAMP = ZERO                                 15130001
151400           OR PART-STAMP < RUN-START-STAMP                        15140001
151500         THEN                                                     15150001
151600          MOVE PART-STAMP TO RUN-START-STAMP                      15160001
151700        END-IF                                                    15170001
151800        MOVE PTN-END-DATE (PTN-IDX) TO PART-STAMP-DATE            15180001
151900        MOVE PTN-END-TIME (PTN-IDX) TO PART-STAMP-TIME            15190001
152000        IF PART-STAMP > RUN-END-STAMP                             15200001
152100         THEN                                                     15210001
152200          MOVE PART-STAMP TO RUN-END-STAMP                        15220001
152300        END-IF                                                    15230001
152400      END-PERFORM.                                                15240001
152500      MOVE RUN-START-TIME TO TIME-WORK.                           15250001
152600      COMPUTE START-HUNDS = TW-HH * 360000 + TW-MM * 6000         15260001
152700                          + TW-SS * 100 + TW-HS.                  15270001
152800      MOVE RUN-END-TIME TO TIME-WORK.                             15280001
152900      COMPUTE END-HUNDS = TW-HH * 360000 + TW-MM * 6000           15290001
153000                        + TW-SS * 100 + TW-HS.                    15300001
153100      IF RUN-START-DATE IS NUMERIC                                15310001
153200         AND RUN-END-DATE IS NUMERIC                              15320001
153300         AND FUNCTION TEST-DATE-YYYYMMDD (RUN-START-DATE) = ZERO  15330001
153400         AND FUNCTION TEST-DATE-YYYYMMDD (RUN-END-DATE) = ZERO    15340001
153500       THEN                                                       15350001
153600        COMPUTE ELAPSED-HUNDS =                                   15360001
153700                (FUNCTION INTEGER-OF-DATE (RUN-END-DATE)          15370001
153800                 - FUNCTION INTEGER-OF-DATE (RUN-START-DATE))     15380001
153900                * 8640000                                         15390001
154000                + END-HUNDS - START-HUNDS;                        15400001
154100       ELSE                                                       15410001
154200        MOVE ZERO TO ELAPSED-HUNDS;                               15420001
154300      END-IF.                                                     15430001
154400      IF ELAPSED-HUNDS < ZERO                                     15440001
154500       THEN                                                       15450001
154600        MOVE ZERO TO ELAPSED-HUNDS;                               15460001
154700      END-IF.                                                     15470001
155400      OPEN EXTEND RUNHIST-FILE.                                   15540001
155500      IF RUNHIST-STATUS NOT = '00'                                15550001
155600         AND RUNHIST-STATUS NOT = '05'                            15560001
155700       THEN                                                       15570001
155800        MOVE SPACES TO PMRG-RPT-RECORD;                           15580001
155900        STRING ' RUNHIST OPEN FAILED - RUN HISTORY NOT WRITTEN'   15590001
156000               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            15600001
156100        WRITE PMRG-RPT-RECORD;                                    15610001
156200        DISPLAY PGMNAME, ' RUN HISTORY NOT WRITTEN - ',           15620001
156300                'RUNHIST OPEN FAILED';                            15630001
156400       ELSE                                                       15640001
156500        MOVE SPACES TO RUN-HISTORY-RECORD;                        15650001
156600        MOVE MRG-RID-JOBNAME  TO RNH-JOBNAME;                     15660001
156700        MOVE RUN-START-DATE   TO RNH-START-DATE;                  15670001
156800        MOVE RUN-START-TIME   TO RNH-START-TIME;                  15680001
156900        MOVE RUN-END-DATE     TO RNH-END-DATE;                    15690001
157000        MOVE RUN-END-TIME     TO RNH-END-TIME;                    15700001
157100        MOVE ELAPSED-HUNDS    TO RNH-ELAPSED-HUNDS;               15710001
157200        MOVE RUN-LINES        TO RNH-LINE-COUNT;                  15720001
157300        MOVE RUN-PAGES        TO RNH-PAGE-COUNT;                  15730001
157400        MOVE CONV-OUT-COUNT   TO RNH-CONV-COUNT;                  15740001
157500        MOVE RUN-DELETES      TO RNH-DEL-COUNT;                   15750001
157600        MOVE REJECT-OUT-COUNT TO RNH-REJECT-COUNT;                15760001
157700        MOVE RUN-DUPS         TO RNH-DUPGRP-COUNT;                15770001
157800        MOVE RUN-RESTART-FLAG TO RNH-RESTART-FLAG;                15780001
157900        MOVE MERGED-RUN-ID    TO RNH-RUN-ID;                      15790001
157909        MOVE RUN-ROUTE-FLAG   TO RNH-ROUTE-FLAG;                  15790943
157918        IF CTLTOT-MODE                                            15791843
157927         THEN                                                     15792743
157936          IF BALANCE-ERROR-COUNT > ZERO                           15793643
157945           THEN                                                   15794543
157954            SET RNH-OUT-OF-BALANCE TO TRUE;                       15795443
157963           ELSE                                                   15796343
157972            SET RNH-IN-BALANCE TO TRUE;                           15797243
157981          END-IF;                                                 15798143
157990        END-IF;                                                   15799043
158000        WRITE RUN-HISTORY-RECORD;                                 15800001
158100        CLOSE RUNHIST-FILE;                                       15810001
158200      END-IF.                                                     15820001
158209      SKIP1                                                       15820943
158218* the run's totals as if it had never been split, reported ahead  15821843
158227* of the control-total check that judges them.                    15822743
158236  WRITE-RUN-TOTALS.                                               15823643
158245      IF GRPIX-MERGED                                             15824543
158254       THEN                                                       15825443
158263        MOVE GROUP-OUT-COUNT TO RUN-GROUPS;                       15826343
158272       ELSE                                                       15827243
158281        MOVE SPLIT-GROUP-COUNT TO RUN-GROUPS;                     15828143
158290      END-IF.                                                     15829043
158300      MOVE RUN-LINES TO COUNT-DISP.                               15830001
158400      MOVE RUN-PAGES TO COUNT2-DISP.                              15840001
158500      MOVE RUN-GROUPS TO COUNT3-DISP.                             15850001
158600      MOVE SPACES TO PMRG-RPT-RECORD.                             15860001
158700      STRING ' RUN LINES ' COUNT-DISP '  PAGES ' COUNT2-DISP      15870001
158800             '  GROUPS ' COUNT3-DISP                              15880001
158900             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              15890001
159000      WRITE PMRG-RPT-RECORD.                                      15900001
159100      MOVE CONV-OUT-COUNT TO COUNT-DISP.                          15910001
159200      MOVE REJECT-OUT-COUNT TO COUNT2-DISP.                       15920001
159300      MOVE RUN-DUPS TO COUNT3-DISP.                               15930001
159400      MOVE SPACES TO PMRG-RPT-RECORD.                             15940001
159500      STRING ' RUN CONVERSIONS ' COUNT-DISP '  REJECTS '          15950001
159600             COUNT2-DISP '  DUPLICATES ' COUNT3-DISP              15960001
159700             DELIMITED BY SIZE INTO PMRG-RPT-RECORD.              15970001
159800      WRITE PMRG-RPT-RECORD.                                      15980001
159900      SKIP1                                                       15990001
160000* the operator's expected ranges judged against the whole run,    16000001
160100* as ACIFIBDT judges an unsplit one.                              16010001
160200  CHECK-CONTROL-TOTALS.                                           16020001
160300      MOVE ZERO TO BALANCE-ERROR-COUNT.                           16030001
160400      IF RUN-PAGES < CTOT-PAGE-MIN                                16040001
160500         OR RUN-PAGES > CTOT-PAGE-MAX                             16050001
160600       THEN                                                       16060001
160700        MOVE RUN-PAGES TO COUNT-DISP;                             16070001
160800        MOVE CTOT-PAGE-MIN TO COUNT2-DISP;                        16080001
160900        MOVE CTOT-PAGE-MAX TO COUNT3-DISP;                        16090001
161000        MOVE SPACES TO PMRG-RPT-RECORD;                           16100001
161100        STRING ' PAGES OUT OF BALANCE ' COUNT-DISP                16110001
161200               ' EXPECTED ' COUNT2-DISP ' TO ' COUNT3-DISP        16120001
161300               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16130001
161400        PERFORM WRITE-BALANCE-ERROR;                              16140001
161500      END-IF.                                                     16150001
161600      IF RUN-GROUPS < CTOT-GROUP-MIN                              16160001
161700         OR RUN-GROUPS > CTOT-GROUP-MAX                           16170001
161800       THEN                                                       16180001
161900        MOVE RUN-GROUPS TO COUNT-DISP;                            16190001
162000        MOVE CTOT-GROUP-MIN TO COUNT2-DISP;                       16200001
162100        MOVE CTOT-GROUP-MAX TO COUNT3-DISP;                       16210001
162200        MOVE SPACES TO PMRG-RPT-RECORD;                           16220001
162300        STRING ' DOCUMENTS OUT OF BALANCE ' COUNT-DISP            16230001
162400               ' EXPECTED ' COUNT2-DISP ' TO ' COUNT3-DISP        16240001
162500               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16250001
162600        PERFORM WRITE-BALANCE-ERROR;                              16260001
162700      END-IF.                                                     16270001
162800      IF CONV-OUT-COUNT < CTOT-CONV-MIN                           16280001
162900         OR CONV-OUT-COUNT > CTOT-CONV-MAX                        16290001
163000       THEN                                                       16300001
163100        MOVE CONV-OUT-COUNT TO COUNT-DISP;                        16310001
163200        MOVE CTOT-CONV-MIN TO COUNT2-DISP;                        16320001
163300        MOVE CTOT-CONV-MAX TO COUNT3-DISP;                        16330001
163400        MOVE SPACES TO PMRG-RPT-RECORD;                           16340001
163500        STRING ' CONVERSIONS OUT OF BALANCE ' COUNT-DISP          16350001
163600               ' EXPECTED ' COUNT2-DISP ' TO ' COUNT3-DISP        16360001
163700               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16370001
163800        PERFORM WRITE-BALANCE-ERROR;                              16380001
163900      END-IF.                                                     16390001
164000      IF REJECT-OUT-COUNT > CTOT-REJECT-MAX                       16400001
164100       THEN                                                       16410001
164200        MOVE REJECT-OUT-COUNT TO COUNT-DISP;                      16420001
164300        MOVE CTOT-REJECT-MAX TO COUNT2-DISP;                      16430001
164400        MOVE SPACES TO PMRG-RPT-RECORD;                           16440001
164500        STRING ' REJECTS OVER CEILING ' COUNT-DISP                16450001
164600               ' LIMIT ' COUNT2-DISP                              16460001
164700               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16470001
164800        PERFORM WRITE-BALANCE-ERROR;                              16480001
164900      END-IF.                                                     16490001
165000      IF RUN-DUPS > CTOT-DUP-MAX                                  16500001
165100       THEN                                                       16510001
165200        MOVE RUN-DUPS TO COUNT-DISP;                              16520001
165300        MOVE CTOT-DUP-MAX TO COUNT2-DISP;                         16530001
165400        MOVE SPACES TO PMRG-RPT-RECORD;                           16540001
165500        STRING ' DUPLICATES OVER CEILING ' COUNT-DISP             16550001
165600               ' LIMIT ' COUNT2-DISP                              16560001
165700               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16570001
165800        PERFORM WRITE-BALANCE-ERROR;                              16580001
165900      END-IF.                                                     16590001
166000      IF BALANCE-ERROR-COUNT > ZERO                               16600001
166100       THEN                                                       16610001
166200        MOVE SPACES TO PMRG-RPT-RECORD;                           16620001
166300        STRING ' CONTROL TOTALS OUT OF BALANCE'                   16630001
166400               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16640001
166500        WRITE PMRG-RPT-RECORD;                                    16650001
166600        DISPLAY PGMNAME, ' CONTROL TOTALS OUT OF BALANCE - ',     16660001
166700                'HOLDING PRINT/MAIL STEPS - RC=8';                16670001
166800        SET MERGE-HELD TO TRUE;                                   16680001
166900       ELSE                                                       16690001
167000        MOVE SPACES TO PMRG-RPT-RECORD;                           16700001
167100        STRING ' CONTROL TOTALS IN BALANCE'                       16710001
167200               DELIMITED BY SIZE INTO PMRG-RPT-RECORD;            16720001
167300        WRITE PMRG-RPT-RECORD;                                    16730001
167400        DISPLAY PGMNAME, ' CONTROL TOTALS IN BALANCE';            16740001
167500      END-IF.                                                     16750001
167600      SKIP1                                                       16760001
167700  WRITE-BALANCE-ERROR.                                            16770001
167800      ADD 1 TO BALANCE-ERROR-COUNT.                               16780001
167900      WRITE PMRG-RPT-RECORD.                                      16790001
168000      DISPLAY PGMNAME, PMRG-RPT-RECORD.                           16800001
168100  END PROGRAM ACIFPMRG.                                           16810001
