000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* WRITTEN ON 15 Oct 2026 BY  MAINT    VERSION 01                  00020001
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFTURN.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This is the shift-turnover report: one place that 00070001
000800                says whether a run needs anyone's attention, in   00080001
000900                place of the job log, the reject and duplicate    00090001
001000                logs, and the checking steps' reports.  It reads  00100001
001100                the run's statistics record from the cumulative   00110001
001200                RUNHIST dataset ACIFIBDT appends to (ddname       00120001
001300                RUNHIST), the run's quarantined structured fields 00130001
001400                (ddname BADSF), its suppression and duplicate     00140001
001500                group logs (ddnames SUPRLOG and DUPGRPS), and the 00150001
001600                result records ACIFRECN and ACIFTPVT append as    00160001
001700                they end (ddname STEPRSLT, laid out by STEPRSLT). 00170001
001800                Every input but RUNHIST is optional; a record in  00180001
001900                them carrying another run identifier is counted   00190001
002000                and otherwise ignored.                            00200001
002100                                                                  00210001
002200                The run reviewed is the last one on RUNHIST, or   00220001
002300                the last one for the application ID and jobname   00230001
002400                an optional control file (ddname TURNCTL) names.  00240001
002500                TURNCTL is typed in column 1:                     00250001
002600                  R - application ID, columns 3-10, and run       00260001
002700                      jobname, columns 12-19 (either may be blank)00270001
002800                  T - reject count that makes the run RED, columns00280001
002900                      3-10; duplicate group count that makes it   00290001
003000                      RED, columns 12-19; elapsed minutes past    00300001
003100                      which it is AMBER, columns 21-25 (zero turns00310001
003200                      each check off)                             00320001
003300                                                                  00330001
003400                A one-page report (ddname TURNRPT) gives the run's00340001
003500                statistics, the checking steps' results, and every00350001
003600                item needing action, under an overall status:     00360001
003700                  RED   - the run did not end, a checking step    00370001
003750                          failed, ACIFRECN found any entry that   00375001
003800                          did not reconcile, a reject or          00380001
003850                          duplicate limit was reached, its control00385001
003900                          totals were out of balance, its group   00390001
003950                          routing did not reconcile, or TURNCTL is00395001
004000                          defective                               00400001
004050                  AMBER - rejects to repair, duplicates to        00405001
004100                          confirm, a restart or a routing         00410001
004150                          shortfall after one, a checking step    00415001
004200                          warning, missing, or with exceptions,   00420001
004250                          or a long run                           00425001
004300                  GREEN - nothing needs action                    00430001
004400                One event record (ddname TURNEVT, laid out by     00440001
004500                TURNEVT) carries the status for the scheduler's   00450001
004600                monitor, flagged to page the on-call analyst on   00460001
004700                RED.  The return code is 0, 4, or 8 for GREEN,    00470001
004800                AMBER, or RED; it is 8 as well when TURNEVT cannot00480001
004900                be written, so the monitor is never left silent.  00490001
005000  DATE-WRITTEN. 15 Oct 2026.                                      00500001
005100  DATE-COMPILED.                                                  00510001
005200  SECURITY. IBM SAMPLE CODE ONLY.                                 00520001
005300  TITLE 'ACIF Shift Turnover Report'.                             00530001
005400  ENVIRONMENT DIVISION.                                           00540001
005500  CONFIGURATION SECTION.                                          00550001
005600  SOURCE-COMPUTER. IBM-370.                                       00560001
005700  OBJECT-COMPUTER. IBM-370.                                       00570001
005800  INPUT-OUTPUT SECTION.                                           00580001
005900  FILE-CONTROL.                                                   00590001
006000      SELECT RUNHIST-FILE ASSIGN TO RUNHIST                       00600001
006100          ORGANIZATION IS SEQUENTIAL                              00610001
006200          ACCESS MODE IS SEQUENTIAL                               00620001
006300          FILE STATUS IS RUNHIST-STATUS.                          00630001
006400      SELECT BADSF-FILE ASSIGN TO BADSF                           00640001
006500          ORGANIZATION IS SEQUENTIAL                              00650001
006600          ACCESS MODE IS SEQUENTIAL                               00660001
006700          FILE STATUS IS BADSF-STATUS.                            00670001
006800      SELECT SUPRLOG-FILE ASSIGN TO SUPRLOG                       00680001
006900          ORGANIZATION IS SEQUENTIAL                              00690001
007000          ACCESS MODE IS SEQUENTIAL                               00700001
007100          FILE STATUS IS SUPRLOG-STATUS.                          00710001
007200      SELECT DUPGRP-FILE ASSIGN TO DUPGRPS                        00720001
007300          ORGANIZATION IS SEQUENTIAL                              00730001
007400          ACCESS MODE IS SEQUENTIAL                               00740001
007500          FILE STATUS IS DUPGRP-STATUS.                           00750001
007600      SELECT STEPRSLT-FILE ASSIGN TO STEPRSLT                     00760001
007700          ORGANIZATION IS SEQUENTIAL                              00770001
007800          ACCESS MODE IS SEQUENTIAL                               00780001
007900          FILE STATUS IS STEPRSLT-STATUS.                         00790001
008000      SELECT TURNCTL-FILE ASSIGN TO TURNCTL                       00800001
008100          ORGANIZATION IS SEQUENTIAL                              00810001
008200          ACCESS MODE IS SEQUENTIAL                               00820001
008300          FILE STATUS IS TURNCTL-STATUS.                          00830001
008400      SELECT TURN-RPT-FILE ASSIGN TO TURNRPT                      00840001
008500          ORGANIZATION IS SEQUENTIAL                              00850001
008600          ACCESS MODE IS SEQUENTIAL                               00860001
008700          FILE STATUS IS TURN-RPT-STATUS.                         00870001
008800      SELECT TURNEVT-FILE ASSIGN TO TURNEVT                       00880001
008900          ORGANIZATION IS SEQUENTIAL                              00890001
009000          ACCESS MODE IS SEQUENTIAL                               00900001
009100          FILE STATUS IS TURNEVT-STATUS.                          00910001
009200      EJECT                                                       00920001
009300  DATA DIVISION.                                                  00930001
009400  FILE SECTION.                                                   00940001
009500  FD  RUNHIST-FILE                                                00950001
009600      RECORDING MODE F.                                           00960001
009700      COPY RUNHIST                                                00970001
009800          REPLACING ==RUN-HISTORY-RECORD==                        00980001
009900                 BY ==RUNHIST-IN-RECORD==,                        00990001
010000                    ==RNH-JOBNAME==                               01000001
010100                 BY ==RHI-JOBNAME==,                              01010001
010200                    ==RNH-START-DATE==                            01020001
010300                 BY ==RHI-START-DATE==,                           01030001
010400                    ==RNH-START-TIME==                            01040001
010500                 BY ==RHI-START-TIME==,                           01050001
010600                    ==RNH-END-DATE==                              01060001
010700                 BY ==RHI-END-DATE==,                             01070001
010800                    ==RNH-END-TIME==                              01080001
010900                 BY ==RHI-END-TIME==,                             01090001
011000                    ==RNH-ELAPSED-HUNDS==                         01100001
011100                 BY ==RHI-ELAPSED-HUNDS==,                        01110001
011200                    ==RNH-LINE-COUNT==                            01120001
011300                 BY ==RHI-LINE-COUNT==,                           01130001
011400                    ==RNH-PAGE-COUNT==                            01140001
011500                 BY ==RHI-PAGE-COUNT==,                           01150001
011600                    ==RNH-CONV-COUNT==                            01160001
011700                 BY ==RHI-CONV-COUNT==,                           01170001
011800                    ==RNH-DEL-COUNT==                             01180001
011900                 BY ==RHI-DEL-COUNT==,                            01190001
012000                    ==RNH-REJECT-COUNT==                          01200001
012100                 BY ==RHI-REJECT-COUNT==,                         01210001
012200                    ==RNH-DUPGRP-COUNT==                          01220001
012300                 BY ==RHI-DUPGRP-COUNT==,                         01230001
012400                    ==RNH-RESTART-FLAG==                          01240001
012500                 BY ==RHI-RESTART-FLAG==,                         01250001
012600                    ==RNH-RUN-ID==                                01260001
012700                 BY ==RHI-RUN-ID==,                               01270001
012800                    ==RNH-RID-JOBNAME==                           01280001
012900                 BY ==RHI-RID-JOBNAME==,                          01290001
013000                    ==RNH-RID-APPL-ID==                           01300001
013100                 BY ==RHI-RID-APPL-ID==,                          01310001
013200                    ==RNH-RID-DATE==                              01320001
013300                 BY ==RHI-RID-DATE==,                             01330001
013400                    ==RNH-RID-TIME==                              01340001
013500                 BY ==RHI-RID-TIME==,                             01350001
013506                    ==RNH-BALANCE-FLAG==                          01350601
013512                 BY ==RHI-BALANCE-FLAG==,                         01351201
013518                    ==RNH-OUT-OF-BALANCE==                        01351801
013524                 BY ==RHI-OUT-OF-BALANCE==,                       01352401
013530                    ==RNH-IN-BALANCE==                            01353001
013536                 BY ==RHI-IN-BALANCE==,                           01353601
013542                    ==RNH-ROUTE-FLAG==                            01354201
013548                 BY ==RHI-ROUTE-FLAG==,                           01354801
013554                    ==RNH-ROUTING-UNRECONCILED==                  01355401
013560                 BY ==RHI-ROUTING-UNRECONCILED==,                 01356001
013566                    ==RNH-ROUTING-WARNING==                       01356601
013572                 BY ==RHI-ROUTING-WARNING==,                      01357201
013578                    ==RNH-ROUTING-RECONCILED==                    01357801
013584                 BY ==RHI-ROUTING-RECONCILED==.                   01358401
013600  FD  BADSF-FILE                                                  01360001
013700      RECORDING MODE F.                                           01370001
013800      COPY BADSFREC.                                              01380001
013900  FD  SUPRLOG-FILE                                                01390001
014000      RECORDING MODE F.                                           01400001
014100      COPY SUPRLOG.                                               01410001
015800  FD  DUPGRP-FILE                                                 01580001
015900      RECORDING MODE F.                                           01590001
016000      COPY DUPGRPS.                                               01600001
017700  FD  STEPRSLT-FILE                                               01770001
017800      RECORDING MODE F.                                           01780001
017900      COPY STEPRSLT.                                              01790001
018000  FD  TURNCTL-FILE                                                01800001
018100      RECORDING MODE F.                                           01810001
018200  01  TURNCTL-RECORD.                                             01820001
018300      05  TCT-REC-TYPE        PIC X.                              01830001
018400          88  TCT-RUN-SELECT      VALUE 'R'.                      01840001
018500          88  TCT-THRESHOLDS      VALUE 'T'.                      01850001
018600      05  FILLER              PIC X.                              01860001
018700      05  TCT-DATA            PIC X(78).                          01870001
018800      05  TCT-RUN-DATA        REDEFINES TCT-DATA.                 01880001
018900          10  TCT-APPL-ID     PIC X(8).                           01890001
019000          10  FILLER          PIC X.                              01900001
019100          10  TCT-JOBNAME     PIC X(8).                           01910001
019200          10  FILLER          PIC X(61).                          01920001
019300      05  TCT-LIMIT-DATA      REDEFINES TCT-DATA.                 01930001
019400          10  TCT-REJECT-LIMIT PIC 9(8).                          01940001
019500          10  FILLER          PIC X.                              01950001
019600          10  TCT-DUP-LIMIT   PIC 9(8).                           01960001
019700          10  FILLER          PIC X.                              01970001
019800          10  TCT-ELAPSED-LIMIT PIC 9(5).                         01980001
019900          10  FILLER          PIC X(55).                          01990001
020000  FD  TURN-RPT-FILE                                               02000001
020100      RECORDING MODE F.                                           02010001
020200  01  TURN-RPT-RECORD         PIC X(80).                          02020001
020300  FD  TURNEVT-FILE                                                02030001
020400      RECORDING MODE F.                                           02040001
020500      COPY TURNEVT.                                               02050001
020600  WORKING-STORAGE SECTION.                                        02060001
020700  77  PGMNAME                 PIC X(8) VALUE 'ACIFTURN'.          02070001
020800  77  RUNHIST-STATUS          PIC XX VALUE SPACES.                02080001
020900  77  BADSF-STATUS            PIC XX VALUE SPACES.                02090001
021000  77  SUPRLOG-STATUS          PIC XX VALUE SPACES.                02100001
021100  77  DUPGRP-STATUS           PIC XX VALUE SPACES.                02110001
021200  77  STEPRSLT-STATUS         PIC XX VALUE SPACES.                02120001
021300  77  TURNCTL-STATUS          PIC XX VALUE SPACES.                02130001
021400  77  TURN-RPT-STATUS         PIC XX VALUE SPACES.                02140001
021500  77  TURNEVT-STATUS          PIC XX VALUE SPACES.                02150001
021600  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            02160001
021700  77  WARNING-RC              PIC 9(4) BINARY VALUE 4.            02170001
021800  77  RUNHIST-OPEN-FLAG       PIC X VALUE 'N'.                    02180001
021900      88  RUNHIST-FILE-OPEN       VALUE 'Y'.                      02190001
022000  77  BADSF-OPEN-FLAG         PIC X VALUE 'N'.                    02200001
022100      88  BADSF-FILE-OPEN         VALUE 'Y'.                      02210001
022200  77  SUPR-OPEN-FLAG          PIC X VALUE 'N'.                    02220001
022300      88  SUPR-FILE-OPEN          VALUE 'Y'.                      02230001
022400  77  DUPG-OPEN-FLAG          PIC X VALUE 'N'.                    02240001
022500      88  DUPG-FILE-OPEN          VALUE 'Y'.                      02250001
022600  77  STEP-OPEN-FLAG          PIC X VALUE 'N'.                    02260001
022700      88  STEP-FILE-OPEN          VALUE 'Y'.                      02270001
022800  77  RUN-FOUND-FLAG          PIC X VALUE 'N'.                    02280001
022900      88  RUN-FOUND               VALUE 'Y'.                      02290001
023000  77  RECN-FOUND-FLAG         PIC X VALUE 'N'.                    02300001
023100      88  RECN-FOUND              VALUE 'Y'.                      02310001
023200  77  TPVT-FOUND-FLAG         PIC X VALUE 'N'.                    02320001
023300      88  TPVT-FOUND              VALUE 'Y'.                      02330001
023400  77  STEP-MATCH-FLAG         PIC X VALUE 'N'.                    02340001
023500      88  STEP-MATCHES            VALUE 'Y'.                      02350001
023600      88  STEP-NOT-MATCHED        VALUE 'N'.                      02360001
023700* the overall status only ever rises: green to amber to red.      02370001
023800  77  TURN-STATUS-FLAG        PIC X VALUE 'G'.                    02380001
023900      88  TURN-GREEN              VALUE 'G'.                      02390001
024000      88  TURN-AMBER              VALUE 'A'.                      02400001
024100      88  TURN-RED                VALUE 'R'.                      02410001
024200  77  ACTION-LEVEL            PIC X VALUE SPACE.                  02420001
024300      88  ACTION-IS-RED           VALUE 'R'.                      02430001
024400      88  ACTION-IS-AMBER         VALUE 'A'.                      02440001
024500  01  TURN-CONTROLS.                                              02450001
024600* spaces select the last run on RUNHIST whatever its application. 02460001
024700      05  SEL-APPL-ID         PIC X(8) VALUE SPACES.              02470001
024800      05  SEL-JOBNAME         PIC X(8) VALUE SPACES.              02480001
024900* zero turns the check off.                                       02490001
025000      05  REJECT-RED-LIMIT    PIC 9(8) BINARY VALUE ZERO.         02500001
025100      05  DUP-RED-LIMIT       PIC 9(8) BINARY VALUE ZERO.         02510001
025200      05  ELAPSED-LIMIT-MINS  PIC 9(5) BINARY VALUE ZERO.         02520001
025300  01  TURN-COUNTERS.                                              02530001
025400      05  RUNHIST-READ-COUNT  PIC 9(8) BINARY VALUE ZERO.         02540001
025500      05  BADSF-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         02550001
025600      05  BAD-OVERSIZE-COUNT  PIC 9(8) BINARY VALUE ZERO.         02560001
025700      05  BAD-RECLEN-COUNT    PIC 9(8) BINARY VALUE ZERO.         02570001
025800      05  BAD-NOT-SF-COUNT    PIC 9(8) BINARY VALUE ZERO.         02580001
025900      05  SUPR-RUN-COUNT      PIC 9(8) BINARY VALUE ZERO.         02590001
026000      05  DUPG-RUN-COUNT      PIC 9(8) BINARY VALUE ZERO.         02600001
026100      05  OTHER-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         02610001
026200      05  ELAPSED-MINS        PIC 9(8) BINARY VALUE ZERO.         02620001
026300      05  CTL-ROW-COUNT       PIC 9(5) BINARY VALUE ZERO.         02630001
026400      05  ERROR-COUNT         PIC 9(8) BINARY VALUE ZERO.         02640001
026500      05  ACTION-COUNT        PIC 9(4) BINARY VALUE ZERO.         02650001
026600      05  ACTION-IX           PIC 9(4) BINARY VALUE ZERO.         02660001
026700      05  LEAD-SPACES         PIC 9(4) BINARY VALUE ZERO.         02670001
026800* the last result each checking step recorded for the run.        02680001
026900  01  STEP-RESULTS.                                               02690001
027000      05  RECN-RETURN-CODE    PIC 9(4) VALUE ZERO.                02700001
027100      05  RECN-EXCEPTIONS     PIC 9(8) VALUE ZERO.                02710001
027200      05  RECN-END-DATE       PIC 9(8) VALUE ZERO.                02720001
027300      05  RECN-END-TIME       PIC 9(8) VALUE ZERO.                02730001
027400      05  TPVT-RETURN-CODE    PIC 9(4) VALUE ZERO.                02740001
027500      05  TPVT-EXCEPTIONS     PIC 9(8) VALUE ZERO.                02750001
027600      05  TPVT-END-DATE       PIC 9(8) VALUE ZERO.                02760001
027700      05  TPVT-END-TIME       PIC 9(8) VALUE ZERO.                02770001
027800  01  TURN-WORK.                                                  02780001
027900      05  CURRENT-DATE-YMD    PIC 9(8) VALUE ZERO.                02790001
028000      05  CURRENT-TIME-HMS    PIC 9(8) VALUE ZERO.                02800001
028100      05  ACTION-TEXT         PIC X(70) VALUE SPACES.             02810001
028200      05  FIRST-ACTION-TEXT   PIC X(70) VALUE SPACES.             02820001
028300      05  FIRST-RED-TEXT      PIC X(70) VALUE SPACES.             02830001
028400      05  STATUS-TEXT         PIC X(5) VALUE SPACES.              02840001
028500* a count edited and shifted left, so it reads as part of a       02850001
028600* sentence in an action item.                                     02860001
028700      05  EDIT-VALUE          PIC 9(8) VALUE ZERO.                02870001
028800      05  EDIT-DISP           PIC Z(7)9.                          02880001
028900      05  EDIT-TEXT           PIC X(8) VALUE SPACES.              02890001
029000      05  NUM1-TEXT           PIC X(8) VALUE SPACES.              02900001
029100      05  NUM2-TEXT           PIC X(8) VALUE SPACES.              02910001
029200  01  TURN-DISPLAY-FIELDS.                                        02920001
029300      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    02930001
029400      05  RC-DISP             PIC ZZZ9.                           02940001
029500      05  RECNO-DISP          PIC ZZZZ9.                          02950001
029600* the items needing action, in the order found.  the report lists 02960001
029700* the red ones first; past the table's end they still count and   02970001
029800* still set the status.                                           02980001
029900  01  ACTION-TABLE.                                               02990001
030000      05  ACTION-ENTRY OCCURS 20 TIMES.                           03000001
030100          10  ACT-LEVEL       PIC X.                              03010001
030200          10  ACT-TEXT        PIC X(70).                          03020001
030300* the statistics record of the run reviewed.                      03030001
030400      COPY RUNHIST.                                               03040001
030500  TITLE 'Initialization and Main Line'.                           03050001
030600  PROCEDURE DIVISION.                                             03060001
030700  MAIN-LINE.                                                      03070001
030800      ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.                 03080001
030900      ACCEPT CURRENT-TIME-HMS FROM TIME.                          03090001
031000      PERFORM LOAD-TURNOVER-CONTROLS.                             03100001
031100      PERFORM SELECT-RUN.                                         03110001
031200      IF RUN-FOUND                                                03120001
031300       THEN                                                       03130001
031400        PERFORM SCAN-BADSF;                                       03140001
031500        PERFORM SCAN-SUPRLOG;                                     03150001
031600        PERFORM SCAN-DUPGRPS;                                     03160001
031700        PERFORM SCAN-STEP-RESULTS;                                03170001
031800        PERFORM REVIEW-RUN;                                       03180001
031900      END-IF.                                                     03190001
032000      OPEN OUTPUT TURN-RPT-FILE.                                  03200001
032100      PERFORM WRITE-TURNOVER-REPORT.                              03210001
032200      CLOSE TURN-RPT-FILE.                                        03220001
032300      PERFORM WRITE-TURNOVER-EVENT.                               03230001
032400      EVALUATE TRUE                                               03240001
032500        WHEN TURN-RED                                             03250001
032600          DISPLAY PGMNAME, ' TURNOVER STATUS RED - RC=8'          03260001
032700          MOVE ERROR-RC TO RETURN-CODE                            03270001
032800        WHEN TURN-AMBER                                           03280001
032900          DISPLAY PGMNAME, ' TURNOVER STATUS AMBER - RC=4'        03290001
033000          MOVE WARNING-RC TO RETURN-CODE                          03300001
033100        WHEN OTHER                                                03310001
033200          DISPLAY PGMNAME, ' TURNOVER STATUS GREEN'               03320001
033300      END-EVALUATE.                                               03330001
033400      IF TURNEVT-STATUS NOT = '00'                                03340001
033500       THEN                                                       03350001
033600        DISPLAY PGMNAME, ' TURNEVT NOT WRITTEN - MONITOR NOT',    03360001
033700                ' NOTIFIED - RC=8';                               03370001
033800        MOVE ERROR-RC TO RETURN-CODE;                             03380001
033900      END-IF.                                                     03390001
034000      GOBACK.                                                     03400001
034100      EJECT                                                       03410001
034200* loads the optional control file.  a missing file keeps the last 03420001
034300* run and every threshold off; a defective record is an action    03430001
034400* item in its own right, since a limit misread is a check that    03440001
034500* silently stops working.                                         03450001
034600  LOAD-TURNOVER-CONTROLS.                                         03460001
034700      OPEN INPUT TURNCTL-FILE.                                    03470001
034800      IF TURNCTL-STATUS = '00'                                    03480001
034900       THEN                                                       03490001
035000        PERFORM UNTIL TURNCTL-STATUS NOT = '00'                   03500001
035100          READ TURNCTL-FILE                                       03510001
035200            AT END                                                03520001
035300              MOVE '10' TO TURNCTL-STATUS                         03530001
035400            NOT AT END                                            03540001
035500              ADD 1 TO CTL-ROW-COUNT;                             03550001
035600              PERFORM LOAD-ONE-CONTROL-ROW                        03560001
035700          END-READ;                                               03570001
035800        END-PERFORM;                                              03580001
035900        CLOSE TURNCTL-FILE;                                       03590001
036000      END-IF.                                                     03600001
036100      SKIP1                                                       03610001
036200* a record that is entirely blank is padding and skipped, as in   03620001
036300* the sibling control-file loaders.                               03630001
036400  LOAD-ONE-CONTROL-ROW.                                           03640001
036500      MOVE CTL-ROW-COUNT TO EDIT-VALUE.                           03650001
036600      PERFORM EDIT-NUMBER.                                        03660001
036700      EVALUATE TRUE                                               03670001
036800        WHEN TURNCTL-RECORD = SPACES                              03680001
036900          OR TURNCTL-RECORD = LOW-VALUES                          03690001
037000          CONTINUE                                                03700001
037100        WHEN TCT-RUN-SELECT                                       03710001
037200          MOVE TCT-APPL-ID TO SEL-APPL-ID                         03720001
037300          MOVE TCT-JOBNAME TO SEL-JOBNAME                         03730001
037400        WHEN TCT-THRESHOLDS                                       03740001
037500          IF TCT-REJECT-LIMIT NOT NUMERIC                         03750001
037600             OR TCT-DUP-LIMIT NOT NUMERIC                         03760001
037700             OR TCT-ELAPSED-LIMIT NOT NUMERIC                     03770001
037800           THEN                                                   03780001
037900            MOVE SPACES TO ACTION-TEXT                            03790001
038000            STRING 'TURNCTL ROW ' EDIT-TEXT                       03800001
038100                   ' - LIMITS NOT NUMERIC - FIX AND RERUN'        03810001
038200                   DELIMITED BY '  ' INTO ACTION-TEXT             03820001
038300            PERFORM ADD-CONTROL-DEFECT                            03830001
038400           ELSE                                                   03840001
038500            MOVE TCT-REJECT-LIMIT TO REJECT-RED-LIMIT             03850001
038600            MOVE TCT-DUP-LIMIT TO DUP-RED-LIMIT                   03860001
038700            MOVE TCT-ELAPSED-LIMIT TO ELAPSED-LIMIT-MINS          03870001
038800          END-IF                                                  03880001
038900        WHEN OTHER                                                03890001
039000          MOVE SPACES TO ACTION-TEXT                              03900001
039100          STRING 'TURNCTL ROW ' EDIT-TEXT                         03910001
039200                 ' - TYPE ''' TCT-REC-TYPE ''' IS NOT R OR T'     03920001
039300                 DELIMITED BY '  ' INTO ACTION-TEXT               03930001
039400          PERFORM ADD-CONTROL-DEFECT                              03940001
039500      END-EVALUATE.                                               03950001
039600      SKIP1                                                       03960001
039700  ADD-CONTROL-DEFECT.                                             03970001
039800      ADD 1 TO ERROR-COUNT.                                       03980001
039900      SET ACTION-IS-RED TO TRUE.                                  03990001
040000      PERFORM ADD-ACTION-ITEM.                                    04000001
040100      EJECT                                                       04010001
040200* the run reviewed is the last statistics record that fits the    04020001
040300* selection: ACIFIBDT appends it at end of job, so the newest run 04030001
040400* is the bottom of the dataset.  no record means the run never    04040001
040500* reached end of job, which is the first thing the next shift must04050001
040600* hear.                                                           04060001
040700  SELECT-RUN.                                                     04070001
040800      OPEN INPUT RUNHIST-FILE.                                    04080001
040900      IF RUNHIST-STATUS NOT = '00'                                04090001
041000       THEN                                                       04100001
041100        MOVE SPACES TO ACTION-TEXT;                               04110001
041200        STRING 'RUNHIST NOT ALLOCATED - NO RUN COULD BE REVIEWED' 04120001
041300               DELIMITED BY SIZE INTO ACTION-TEXT;                04130001
041400        SET ACTION-IS-RED TO TRUE;                                04140001
041500        PERFORM ADD-ACTION-ITEM;                                  04150001
041600       ELSE                                                       04160001
041700        SET RUNHIST-FILE-OPEN TO TRUE;                            04170001
041800        PERFORM UNTIL RUNHIST-STATUS NOT = '00'                   04180001
041900          READ RUNHIST-FILE                                       04190001
042000            AT END                                                04200001
042100              MOVE '10' TO RUNHIST-STATUS                         04210001
042200            NOT AT END                                            04220001
042300              ADD 1 TO RUNHIST-READ-COUNT;                        04230001
042400              IF (SEL-APPL-ID = SPACES                            04240001
042500                  OR SEL-APPL-ID = RHI-RID-APPL-ID)               04250001
042600                 AND (SEL-JOBNAME = SPACES                        04260001
042700                  OR SEL-JOBNAME = RHI-RID-JOBNAME)               04270001
042800               THEN                                               04280001
042900                MOVE RUNHIST-IN-RECORD TO RUN-HISTORY-RECORD;     04290001
043000                SET RUN-FOUND TO TRUE;                            04300001
043100              END-IF                                              04310001
043200          END-READ;                                               04320001
043300        END-PERFORM;                                              04330001
043400        CLOSE RUNHIST-FILE;                                       04340001
043500        IF NOT RUN-FOUND                                          04350001
043600         THEN                                                     04360001
043700          MOVE SPACES TO ACTION-TEXT;                             04370001
043800          STRING 'NO RUNHIST RECORD FOR THE RUN - ACIFIBDT DID'   04380001
043900                 ' NOT REACH END OF JOB'                          04390001
044000                 DELIMITED BY SIZE INTO ACTION-TEXT;              04400001
044100          SET ACTION-IS-RED TO TRUE;                              04410001
044200          PERFORM ADD-ACTION-ITEM;                                04420001
044300        END-IF;                                                   04430001
044400      END-IF.                                                     04440001
044500      EJECT                                                       04450001
044600* the quarantined structured fields, by reason.  an oversize      04460001
044700* record is the one kind ACIFBFIX cannot repair.                  04470001
044800  SCAN-BADSF.                                                     04480001
044900      OPEN INPUT BADSF-FILE.                                      04490001
045000      IF BADSF-STATUS = '00'                                      04500001
045100       THEN                                                       04510001
045200        SET BADSF-FILE-OPEN TO TRUE;                              04520001
045300        PERFORM UNTIL BADSF-STATUS NOT = '00'                     04530001
045400          READ BADSF-FILE                                         04540001
045500            AT END                                                04550001
045600              MOVE '10' TO BADSF-STATUS                           04560001
045700            NOT AT END                                            04570001
045800              IF BAD-RUN-ID = RNH-RUN-ID                          04580001
045900               THEN                                               04590001
046000                ADD 1 TO BADSF-RUN-COUNT;                         04600001
046100                EVALUATE TRUE                                     04610001
046200                  WHEN BAD-REASON-OVERSIZE                        04620001
046300                    ADD 1 TO BAD-OVERSIZE-COUNT                   04630001
046400                  WHEN BAD-REASON-BAD-RECLEN                      04640001
046500                    ADD 1 TO BAD-RECLEN-COUNT                     04650001
046600                  WHEN OTHER                                      04660001
046700                    ADD 1 TO BAD-NOT-SF-COUNT                     04670001
046800                END-EVALUATE;                                     04680001
046900               ELSE                                               04690001
047000                ADD 1 TO OTHER-RUN-COUNT;                         04700001
047100              END-IF                                              04710001
047200          END-READ;                                               04720001
047300        END-PERFORM;                                              04730001
047400        CLOSE BADSF-FILE;                                         04740001
047500      END-IF.                                                     04750001
047600      SKIP1                                                       04760001
047700  SCAN-SUPRLOG.                                                   04770001
047800      OPEN INPUT SUPRLOG-FILE.                                    04780001
047900      IF SUPRLOG-STATUS = '00'                                    04790001
048000       THEN                                                       04800001
048100        SET SUPR-FILE-OPEN TO TRUE;                               04810001
048200        PERFORM UNTIL SUPRLOG-STATUS NOT = '00'                   04820001
048300          READ SUPRLOG-FILE                                       04830001
048400            AT END                                                04840001
048500              MOVE '10' TO SUPRLOG-STATUS                         04850001
048600            NOT AT END                                            04860001
048700              IF SUPL-RUN-ID = RNH-RUN-ID                         04870001
048800               THEN                                               04880001
048900                ADD 1 TO SUPR-RUN-COUNT;                          04890001
049000               ELSE                                               04900001
049100                ADD 1 TO OTHER-RUN-COUNT;                         04910001
049200              END-IF                                              04920001
049300          END-READ;                                               04930001
049400        END-PERFORM;                                              04940001
049500        CLOSE SUPRLOG-FILE;                                       04950001
049600      END-IF.                                                     04960001
049700      SKIP1                                                       04970001
049800  SCAN-DUPGRPS.                                                   04980001
049900      OPEN INPUT DUPGRP-FILE.                                     04990001
050000      IF DUPGRP-STATUS = '00'                                     05000001
050100       THEN                                                       05010001
050200        SET DUPG-FILE-OPEN TO TRUE;                               05020001
050300        PERFORM UNTIL DUPGRP-STATUS NOT = '00'                    05030001
050400          READ DUPGRP-FILE                                        05040001
050500            AT END                                                05050001
050600              MOVE '10' TO DUPGRP-STATUS                          05060001
050700            NOT AT END                                            05070001
050800              IF DUPW-RUN-ID = RNH-RUN-ID                         05080001
050900               THEN                                               05090001
051000                ADD 1 TO DUPG-RUN-COUNT;                          05100001
051100               ELSE                                               05110001
051200                ADD 1 TO OTHER-RUN-COUNT;                         05120001
051300              END-IF                                              05130001
051400          END-READ;                                               05140001
051500        END-PERFORM;                                              05150001
051600        CLOSE DUPGRP-FILE;                                        05160001
051700      END-IF.                                                     05170001
051800      EJECT                                                       05180001
051900* the checking steps' own verdicts.  a step that stopped before it05190001
052000* read a record reports a blank run identifier; that record is    05200001
052100* taken for this run only if it was written after the run ended,  05210001
052200* so an older failure on a cumulative dataset is not mistaken for 05220001
052300* tonight's.  the last record for each step wins, as a rerun step 05230001
052400* supersedes its first attempt.                                   05240001
052500  SCAN-STEP-RESULTS.                                              05250001
052600      OPEN INPUT STEPRSLT-FILE.                                   05260001
052700      IF STEPRSLT-STATUS = '00'                                   05270001
052800       THEN                                                       05280001
052900        SET STEP-FILE-OPEN TO TRUE;                               05290001
053000        PERFORM UNTIL STEPRSLT-STATUS NOT = '00'                  05300001
053100          READ STEPRSLT-FILE                                      05310001
053200            AT END                                                05320001
053300              MOVE '10' TO STEPRSLT-STATUS                        05330001
053400            NOT AT END                                            05340001
053500              PERFORM TAKE-STEP-RESULT                            05350001
053600          END-READ;                                               05360001
053700        END-PERFORM;                                              05370001
053800        CLOSE STEPRSLT-FILE;                                      05380001
053900      END-IF.                                                     05390001
054000      SKIP1                                                       05400001
054100  TAKE-STEP-RESULT.                                               05410001
054200      SET STEP-NOT-MATCHED TO TRUE.                               05420001
054300      IF SRS-RUN-ID = RNH-RUN-ID                                  05430001
054400       THEN                                                       05440001
054500        SET STEP-MATCHES TO TRUE;                                 05450001
054600       ELSE                                                       05460001
054700        IF SRS-RUN-ID = SPACES                                    05470001
054800           AND (SRS-END-DATE > RNH-END-DATE                       05480001
054900                OR (SRS-END-DATE = RNH-END-DATE                   05490001
055000                    AND SRS-END-TIME NOT < RNH-END-TIME))         05500001
055100         THEN                                                     05510001
055200          SET STEP-MATCHES TO TRUE;                               05520001
055300        END-IF;                                                   05530001
055400      END-IF.                                                     05540001
055500      IF STEP-MATCHES                                             05550001
055600       THEN                                                       05560001
055700        EVALUATE SRS-PROGRAM                                      05570001
055800          WHEN 'ACIFRECN'                                         05580001
055900            SET RECN-FOUND TO TRUE                                05590001
056000            MOVE SRS-RETURN-CODE TO RECN-RETURN-CODE              05600001
056100            MOVE SRS-EXCEPTION-COUNT TO RECN-EXCEPTIONS           05610001
056200            MOVE SRS-END-DATE TO RECN-END-DATE                    05620001
056300            MOVE SRS-END-TIME TO RECN-END-TIME                    05630001
056400          WHEN 'ACIFTPVT'                                         05640001
056500            SET TPVT-FOUND TO TRUE                                05650001
056600            MOVE SRS-RETURN-CODE TO TPVT-RETURN-CODE              05660001
056700            MOVE SRS-EXCEPTION-COUNT TO TPVT-EXCEPTIONS           05670001
056800            MOVE SRS-END-DATE TO TPVT-END-DATE                    05680001
056900            MOVE SRS-END-TIME TO TPVT-END-TIME                    05690001
057000          WHEN OTHER                                              05700001
057100            CONTINUE                                              05710001
057200        END-EVALUATE;                                             05720001
057300      END-IF.                                                     05730001
057400      EJECT                                                       05740001
057500* turns what was read into the items the next shift must act on.  05750001
057600* the statistics record's own counts are the authority for        05760001
057700* rejects and duplicates; the logs are checked against them, since05770001
057800* a log short of the count means something was never quarantined  05780001
057900* or recorded.                                                    05790001
058000  REVIEW-RUN.                                                     05800001
058100      PERFORM REVIEW-REJECTS.                                     05810001
058200      PERFORM REVIEW-DUPLICATES.                                  05820001
058250      PERFORM REVIEW-RUN-RESULTS.                                 05825001
058300      IF RNH-RESTART-FLAG = 'Y'                                   05830001
058400       THEN                                                       05840001
058500        MOVE SPACES TO ACTION-TEXT;                               05850001
058600        STRING 'RUN WAS RESTARTED FROM CHECKPOINT - CHECK EOJ'    05860001
058700               ' GROUP RECONCILIATION'                            05870001
058800               DELIMITED BY SIZE INTO ACTION-TEXT;                05880001
058900        SET ACTION-IS-AMBER TO TRUE;                              05890001
059000        PERFORM ADD-ACTION-ITEM;                                  05900001
059100      END-IF.                                                     05910001
059200      COMPUTE ELAPSED-MINS = RNH-ELAPSED-HUNDS / 6000.            05920001
059300      IF ELAPSED-LIMIT-MINS > ZERO                                05930001
059400         AND ELAPSED-MINS > ELAPSED-LIMIT-MINS                    05940001
059500       THEN                                                       05950001
059600        MOVE ELAPSED-MINS TO EDIT-VALUE;                          05960001
059700        PERFORM EDIT-NUMBER;                                      05970001
059800        MOVE EDIT-TEXT TO NUM1-TEXT;                              05980001
059900        MOVE ELAPSED-LIMIT-MINS TO EDIT-VALUE;                    05990001
060000        PERFORM EDIT-NUMBER;                                      06000001
060100        MOVE SPACES TO ACTION-TEXT;                               06010001
060200        STRING 'RAN ' NUM1-TEXT ' MINUTES, LIMIT ' EDIT-TEXT      06020001
060300               ' - BATCH WINDOW AT RISK'                          06030001
060400               DELIMITED BY '  ' INTO ACTION-TEXT;                06040001
060500        SET ACTION-IS-AMBER TO TRUE;                              06050001
060600        PERFORM ADD-ACTION-ITEM;                                  06060001
060700      END-IF.                                                     06070001
060800      PERFORM REVIEW-STEP-RESULTS.                                06080001
060900      SKIP1                                                       06090001
061000  REVIEW-REJECTS.                                                 06100001
061100      IF RNH-REJECT-COUNT > ZERO                                  06110001
061200       THEN                                                       06120001
061300        MOVE RNH-REJECT-COUNT TO EDIT-VALUE;                      06130001
061400        PERFORM EDIT-NUMBER;                                      06140001
061500        MOVE SPACES TO ACTION-TEXT;                               06150001
061600        STRING EDIT-TEXT ' STRUCTURED FIELDS REJECTED TO BADSF -' 06160001
061700               ' REPAIR WITH ACIFBFIX'                            06170001
061800               DELIMITED BY '  ' INTO ACTION-TEXT;                06180001
061900        IF REJECT-RED-LIMIT > ZERO                                06190001
062000           AND RNH-REJECT-COUNT NOT < REJECT-RED-LIMIT            06200001
062100         THEN                                                     06210001
062200          SET ACTION-IS-RED TO TRUE;                              06220001
062300         ELSE                                                     06230001
062400          SET ACTION-IS-AMBER TO TRUE;                            06240001
062500        END-IF;                                                   06250001
062600        PERFORM ADD-ACTION-ITEM;                                  06260001
062700        IF NOT BADSF-FILE-OPEN                                    06270001
062800         THEN                                                     06280001
062900          MOVE SPACES TO ACTION-TEXT;                             06290001
063000          STRING 'BADSF NOT ALLOCATED - REJECTS COULD NOT BE'     06300001
063100                 ' REVIEWED'                                      06310001
063200                 DELIMITED BY SIZE INTO ACTION-TEXT;              06320001
063300          SET ACTION-IS-AMBER TO TRUE;                            06330001
063400          PERFORM ADD-ACTION-ITEM;                                06340001
063500        END-IF;                                                   06350001
063600      END-IF.                                                     06360001
063700      IF BADSF-FILE-OPEN                                          06370001
063800         AND BADSF-RUN-COUNT NOT = RNH-REJECT-COUNT               06380001
063900       THEN                                                       06390001
064000        MOVE BADSF-RUN-COUNT TO EDIT-VALUE;                       06400001
064100        PERFORM EDIT-NUMBER;                                      06410001
064200        MOVE EDIT-TEXT TO NUM1-TEXT;                              06420001
064300        MOVE RNH-REJECT-COUNT TO EDIT-VALUE;                      06430001
064400        PERFORM EDIT-NUMBER;                                      06440001
064500        MOVE SPACES TO ACTION-TEXT;                               06450001
064600        STRING 'BADSF HOLDS ' NUM1-TEXT ' OF ' EDIT-TEXT          06460001
064700               ' REJECTS FOR THE RUN - CHECK SUSPENSE DATASET'    06470001
064800               DELIMITED BY '  ' INTO ACTION-TEXT;                06480001
064900        SET ACTION-IS-AMBER TO TRUE;                              06490001
065000        PERFORM ADD-ACTION-ITEM;                                  06500001
065100      END-IF.                                                     06510001
065200      IF BAD-OVERSIZE-COUNT > ZERO                                06520001
065300       THEN                                                       06530001
065400        MOVE BAD-OVERSIZE-COUNT TO EDIT-VALUE;                    06540001
065500        PERFORM EDIT-NUMBER;                                      06550001
065600        MOVE SPACES TO ACTION-TEXT;                               06560001
065700        STRING EDIT-TEXT ' OVERSIZE REJECTS ACIFBFIX CANNOT'      06570001
065800               ' REPAIR - GET CORRECTED INPUT'                    06580001
065900               DELIMITED BY '  ' INTO ACTION-TEXT;                06590001
066000        SET ACTION-IS-AMBER TO TRUE;                              06600001
066100        PERFORM ADD-ACTION-ITEM;                                  06610001
066200      END-IF.                                                     06620001
066300      SKIP1                                                       06630001
066400  REVIEW-DUPLICATES.                                              06640001
066500      IF RNH-DUPGRP-COUNT > ZERO                                  06650001
066600       THEN                                                       06660001
066700        MOVE RNH-DUPGRP-COUNT TO EDIT-VALUE;                      06670001
066800        PERFORM EDIT-NUMBER;                                      06680001
066900        MOVE SPACES TO ACTION-TEXT;                               06690001
067000        STRING EDIT-TEXT ' DUPLICATE GROUPS - CONFIRM WITH'       06700001
067100               ' COMPOSITION BEFORE RELEASE'                      06710001
067200               DELIMITED BY '  ' INTO ACTION-TEXT;                06720001
067300        IF DUP-RED-LIMIT > ZERO                                   06730001
067400           AND RNH-DUPGRP-COUNT NOT < DUP-RED-LIMIT               06740001
067500         THEN                                                     06750001
067600          SET ACTION-IS-RED TO TRUE;                              06760001
067700         ELSE                                                     06770001
067800          SET ACTION-IS-AMBER TO TRUE;                            06780001
067900        END-IF;                                                   06790001
068000        PERFORM ADD-ACTION-ITEM;                                  06800001
068100      END-IF.                                                     06810001
068200      SKIP1                                                       06820001
068203* ACIFIBDT (or ACIFPMRG for a split run) failed the run on its    06820301
068206* control totals or its group reconciliation and held the print   06820601
068209* and mail steps; only a routing shortfall a restart can explain  06820901
068212* is left to the shift to check.                                  06821201
068215  REVIEW-RUN-RESULTS.                                             06821501
068218      IF RNH-OUT-OF-BALANCE                                       06821801
068221       THEN                                                       06822101
068224        MOVE SPACES TO ACTION-TEXT;                               06822401
068227        STRING 'CONTROL TOTALS OUT OF BALANCE - PRINT/MAIL HELD,' 06822701
068230               ' SEE JOB LOG'                                     06823001
068233               DELIMITED BY SIZE INTO ACTION-TEXT;                06823301
068236        SET ACTION-IS-RED TO TRUE;                                06823601
068239        PERFORM ADD-ACTION-ITEM;                                  06823901
068242      END-IF.                                                     06824201
068245      EVALUATE TRUE                                               06824501
068248        WHEN RNH-ROUTING-UNRECONCILED                             06824801
068251          MOVE SPACES TO ACTION-TEXT                              06825101
068254          STRING 'GROUP ROUTING DID NOT RECONCILE - SEE JOB LOG'  06825401
068257                 ' BEFORE RELEASE'                                06825701
068260                 DELIMITED BY SIZE INTO ACTION-TEXT               06826001
068263          SET ACTION-IS-RED TO TRUE                               06826301
068266          PERFORM ADD-ACTION-ITEM                                 06826601
068269        WHEN RNH-ROUTING-WARNING                                  06826901
068272          MOVE SPACES TO ACTION-TEXT                              06827201
068275          STRING 'GROUP ROUTING SHORT AFTER RESTART - CHECK'      06827501
068278                 ' AGAINST GRPINDEX'                              06827801
068281                 DELIMITED BY SIZE INTO ACTION-TEXT               06828101
068284          SET ACTION-IS-AMBER TO TRUE                             06828401
068287          PERFORM ADD-ACTION-ITEM                                 06828701
068290      END-EVALUATE.                                               06829001
068293      SKIP1                                                       06829301
068333* a checking step that failed means the run is not certified, and 06833301
068373* so does any ACIFRECN exception, whatever its return code: only a06837301
068413* clean round trip is certified.  a step that warned, that counted06841301
068453* exceptions, or that left no result at all, needs a look.        06845301
068500  REVIEW-STEP-RESULTS.                                            06850001
068600      IF NOT STEP-FILE-OPEN                                       06860001
068700       THEN                                                       06870001
068800        MOVE SPACES TO ACTION-TEXT;                               06880001
068900        STRING 'STEPRSLT NOT ALLOCATED - ACIFRECN AND ACIFTPVT'   06890001
069000               ' RESULTS UNKNOWN'                                 06900001
069100               DELIMITED BY SIZE INTO ACTION-TEXT;                06910001
069200        SET ACTION-IS-AMBER TO TRUE;                              06920001
069300        PERFORM ADD-ACTION-ITEM;                                  06930001
069400       ELSE                                                       06940001
069500        IF RECN-FOUND                                             06950001
069600         THEN                                                     06960001
069700          IF RECN-RETURN-CODE > ZERO                              06970001
069750             OR RECN-EXCEPTIONS > ZERO                            06975001
069800           THEN                                                   06980001
069900            MOVE RECN-RETURN-CODE TO EDIT-VALUE;                  06990001
070000            PERFORM EDIT-NUMBER;                                  07000001
070100            MOVE EDIT-TEXT TO NUM1-TEXT;                          07010001
070200            MOVE RECN-EXCEPTIONS TO EDIT-VALUE;                   07020001
070300            PERFORM EDIT-NUMBER;                                  07030001
070400            MOVE SPACES TO ACTION-TEXT;                           07040001
070500            STRING 'ACIFRECN RC ' NUM1-TEXT ' - ' EDIT-TEXT       07050001
070600                   ' EXCEPTIONS - NOT CERTIFIED, SEE RECONRPT'    07060001
070700                   DELIMITED BY '  ' INTO ACTION-TEXT;            07070001
070800            IF RECN-RETURN-CODE NOT < ERROR-RC                    07080001
070850               OR RECN-EXCEPTIONS > ZERO                          07085001
070900             THEN                                                 07090001
071000              SET ACTION-IS-RED TO TRUE;                          07100001
071100             ELSE                                                 07110001
071200              SET ACTION-IS-AMBER TO TRUE;                        07120001
071300            END-IF;                                               07130001
071400            PERFORM ADD-ACTION-ITEM;                              07140001
071500          END-IF;                                                 07150001
071600         ELSE                                                     07160001
071700          MOVE SPACES TO ACTION-TEXT;                             07170001
071800          STRING 'NO ACIFRECN RESULT FOR THE RUN - CONFIRM THE'   07180001
071900                 ' STEP RAN'                                      07190001
072000                 DELIMITED BY SIZE INTO ACTION-TEXT;              07200001
072100          SET ACTION-IS-AMBER TO TRUE;                            07210001
072200          PERFORM ADD-ACTION-ITEM;                                07220001
072300        END-IF;                                                   07230001
072400        IF TPVT-FOUND                                             07240001
072500         THEN                                                     07250001
072600          IF TPVT-RETURN-CODE > ZERO                              07260001
072650             OR TPVT-EXCEPTIONS > ZERO                            07265001
072700           THEN                                                   07270001
072800            MOVE TPVT-RETURN-CODE TO EDIT-VALUE;                  07280001
072900            PERFORM EDIT-NUMBER;                                  07290001
073000            MOVE EDIT-TEXT TO NUM1-TEXT;                          07300001
073100            MOVE TPVT-EXCEPTIONS TO EDIT-VALUE;                   07310001
073200            PERFORM EDIT-NUMBER;                                  07320001
073300            MOVE SPACES TO ACTION-TEXT;                           07330001
073400            STRING 'ACIFTPVT RC ' NUM1-TEXT ' - ' EDIT-TEXT       07340001
073500                   ' EXCEPTIONS - SEE TPVTRPT'                    07350001
073600                   DELIMITED BY '  ' INTO ACTION-TEXT;            07360001
073700            IF TPVT-RETURN-CODE NOT < ERROR-RC                    07370001
073800             THEN                                                 07380001
073900              SET ACTION-IS-RED TO TRUE;                          07390001
074000             ELSE                                                 07400001
074100              SET ACTION-IS-AMBER TO TRUE;                        07410001
074200            END-IF;                                               07420001
074300            PERFORM ADD-ACTION-ITEM;                              07430001
074400          END-IF;                                                 07440001
074500         ELSE                                                     07450001
074600          MOVE SPACES TO ACTION-TEXT;                             07460001
074700          STRING 'NO ACIFTPVT RESULT FOR THE RUN - CONFIRM THE'   07470001
074800                 ' STEP RAN'                                      07480001
074900                 DELIMITED BY SIZE INTO ACTION-TEXT;              07490001
075000          SET ACTION-IS-AMBER TO TRUE;                            07500001
075100          PERFORM ADD-ACTION-ITEM;                                07510001
075200        END-IF;                                                   07520001
075300      END-IF.                                                     07530001
075400      EJECT                                                       07540001
075500* one item needing action.  the status rises to the item's level; 07550001
075600* the first item, and the first red one, are kept for the event   07560001
075700* record's page text.                                             07570001
075800  ADD-ACTION-ITEM.                                                07580001
075900      ADD 1 TO ACTION-COUNT.                                      07590001
076000      IF ACTION-COUNT = 1                                         07600001
076100       THEN                                                       07610001
076200        MOVE ACTION-TEXT TO FIRST-ACTION-TEXT;                    07620001
076300      END-IF.                                                     07630001
076400      IF ACTION-IS-RED                                            07640001
076500       THEN                                                       07650001
076600        SET TURN-RED TO TRUE;                                     07660001
076700        IF FIRST-RED-TEXT = SPACES                                07670001
076800         THEN                                                     07680001
076900          MOVE ACTION-TEXT TO FIRST-RED-TEXT;                     07690001
077000        END-IF;                                                   07700001
077100       ELSE                                                       07710001
077200        IF TURN-GREEN                                             07720001
077300         THEN                                                     07730001
077400          SET TURN-AMBER TO TRUE;                                 07740001
077500        END-IF;                                                   07750001
077600      END-IF.                                                     07760001
077700      IF ACTION-COUNT NOT > 20                                    07770001
077800       THEN                                                       07780001
077900        MOVE ACTION-LEVEL TO ACT-LEVEL (ACTION-COUNT);            07790001
078000        MOVE ACTION-TEXT TO ACT-TEXT (ACTION-COUNT);              07800001
078100      END-IF.                                                     07810001
078200      SKIP1                                                       07820001
078300* edits EDIT-VALUE into EDIT-TEXT without its leading blanks.     07830001
078400  EDIT-NUMBER.                                                    07840001
078500      MOVE EDIT-VALUE TO EDIT-DISP.                               07850001
078600      MOVE ZERO TO LEAD-SPACES.                                   07860001
078700      INSPECT EDIT-DISP TALLYING LEAD-SPACES FOR LEADING SPACES.  07870001
078800      MOVE SPACES TO EDIT-TEXT.                                   07880001
078900      MOVE EDIT-DISP (LEAD-SPACES + 1:) TO EDIT-TEXT.             07890001
079000      EJECT                                                       07900001
079100* the one-page report.  the status heads it, so the reader who    07910001
079200* goes no further still has the answer.                           07920001
079300  WRITE-TURNOVER-REPORT.                                          07930001
079400      MOVE SPACES TO TURN-RPT-RECORD.                             07940001
079500      STRING PGMNAME ' - ACIF SHIFT TURNOVER REPORT   PRODUCED '  07950001
079600             CURRENT-DATE-YMD ' ' CURRENT-TIME-HMS (1:6)          07960001
079700             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              07970001
079800      WRITE TURN-RPT-RECORD.                                      07980001
079900      MOVE SPACES TO TURN-RPT-RECORD.                             07990001
080000      WRITE TURN-RPT-RECORD.                                      08000001
080100      MOVE SPACES TO TURN-RPT-RECORD.                             08010001
080200      EVALUATE TRUE                                               08020001
080300        WHEN TURN-RED                                             08030001
080400          STRING ' STATUS: RED   - ACTION REQUIRED BEFORE RELEASE'08040001
080500                 DELIMITED BY SIZE INTO TURN-RPT-RECORD           08050001
080600        WHEN TURN-AMBER                                           08060001
080700          STRING ' STATUS: AMBER - ITEMS NEED ATTENTION THIS'     08070001
080800                 ' SHIFT'                                         08080001
080900                 DELIMITED BY SIZE INTO TURN-RPT-RECORD           08090001
081000        WHEN OTHER                                                08100001
081100          STRING ' STATUS: GREEN - NO ACTION NEEDED'              08110001
081200                 DELIMITED BY SIZE INTO TURN-RPT-RECORD           08120001
081300      END-EVALUATE.                                               08130001
081400      WRITE TURN-RPT-RECORD.                                      08140001
081500      MOVE SPACES TO TURN-RPT-RECORD.                             08150001
081600      WRITE TURN-RPT-RECORD.                                      08160001
081700      IF RUN-FOUND                                                08170001
081800       THEN                                                       08180001
081900        PERFORM WRITE-RUN-SECTION;                                08190001
082000      END-IF.                                                     08200001
082100      PERFORM WRITE-ACTION-SECTION.                               08210001
082200      SKIP1                                                       08220001
082300  WRITE-RUN-SECTION.                                              08230001
082400      MOVE SPACES TO TURN-RPT-RECORD.                             08240001
082500      STRING ' RUN ID ' RNH-RID-JOBNAME ' ' RNH-RID-APPL-ID       08250001
082600             ' ' RNH-RID-DATE ' ' RNH-RID-TIME                    08260001
082700             '   RESTARTED ' RNH-RESTART-FLAG                     08270001
082800             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08280001
082900      WRITE TURN-RPT-RECORD.                                      08290001
083000      MOVE SPACES TO TURN-RPT-RECORD.                             08300001
083100      STRING ' STARTED ' RNH-START-DATE ' ' RNH-START-TIME (1:6)  08310001
083200             '   ENDED ' RNH-END-DATE ' ' RNH-END-TIME (1:6)      08320001
083300             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08330001
083400      WRITE TURN-RPT-RECORD.                                      08340001
083500      MOVE SPACES TO TURN-RPT-RECORD.                             08350001
083600      WRITE TURN-RPT-RECORD.                                      08360001
083700      COMPUTE ELAPSED-MINS = RNH-ELAPSED-HUNDS / 6000.            08370001
083800      MOVE ELAPSED-MINS TO COUNT-DISP.                            08380001
083900      MOVE SPACES TO TURN-RPT-RECORD.                             08390001
084000      STRING ' ELAPSED MINUTES .............. ' COUNT-DISP        08400001
084100             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08410001
084200      WRITE TURN-RPT-RECORD.                                      08420001
084300      MOVE RNH-LINE-COUNT TO COUNT-DISP.                          08430001
084400      MOVE SPACES TO TURN-RPT-RECORD.                             08440001
084500      STRING ' LINES READ ................... ' COUNT-DISP        08450001
084600             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08460001
084700      WRITE TURN-RPT-RECORD.                                      08470001
084800      MOVE RNH-PAGE-COUNT TO COUNT-DISP.                          08480001
084900      MOVE SPACES TO TURN-RPT-RECORD.                             08490001
085000      STRING ' PAGES ........................ ' COUNT-DISP        08500001
085100             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08510001
085200      WRITE TURN-RPT-RECORD.                                      08520001
085300      MOVE RNH-DEL-COUNT TO COUNT-DISP.                           08530001
085400      MOVE SPACES TO TURN-RPT-RECORD.                             08540001
085500      STRING ' RECORDS DELETED .............. ' COUNT-DISP        08550001
085600             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08560001
085700      WRITE TURN-RPT-RECORD.                                      08570001
085800      MOVE RNH-REJECT-COUNT TO COUNT-DISP.                        08580001
085900      MOVE SPACES TO TURN-RPT-RECORD.                             08590001
086000      STRING ' STRUCTURED FIELDS REJECTED ... ' COUNT-DISP        08600001
086100             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08610001
086200      WRITE TURN-RPT-RECORD.                                      08620001
086300      IF BADSF-FILE-OPEN                                          08630001
086400       THEN                                                       08640001
086500        MOVE BADSF-RUN-COUNT TO COUNT-DISP;                       08650001
086600        MOVE SPACES TO TURN-RPT-RECORD;                           08660001
086700        STRING '   ON BADSF ................... ' COUNT-DISP      08670001
086800               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            08680001
086900        WRITE TURN-RPT-RECORD;                                    08690001
087000        MOVE BAD-OVERSIZE-COUNT TO COUNT-DISP;                    08700001
087100        MOVE SPACES TO TURN-RPT-RECORD;                           08710001
087200        STRING '     OVERSIZE ................. ' COUNT-DISP      08720001
087300               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            08730001
087400        WRITE TURN-RPT-RECORD;                                    08740001
087500        MOVE BAD-RECLEN-COUNT TO COUNT-DISP;                      08750001
087600        MOVE SPACES TO TURN-RPT-RECORD;                           08760001
087700        STRING '     BAD RECORD LENGTH ........ ' COUNT-DISP      08770001
087800               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            08780001
087900        WRITE TURN-RPT-RECORD;                                    08790001
088000        MOVE BAD-NOT-SF-COUNT TO COUNT-DISP;                      08800001
088100        MOVE SPACES TO TURN-RPT-RECORD;                           08810001
088200        STRING '     NOT A STRUCTURED FIELD ... ' COUNT-DISP      08820001
088300               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            08830001
088400        WRITE TURN-RPT-RECORD;                                    08840001
088500      END-IF.                                                     08850001
088600      MOVE RNH-DUPGRP-COUNT TO COUNT-DISP.                        08860001
088700      MOVE SPACES TO TURN-RPT-RECORD.                             08870001
088800      STRING ' DUPLICATE GROUPS ............. ' COUNT-DISP        08880001
088900             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              08890001
089000      WRITE TURN-RPT-RECORD.                                      08900001
089100      IF DUPG-FILE-OPEN                                           08910001
089200       THEN                                                       08920001
089300        MOVE DUPG-RUN-COUNT TO COUNT-DISP;                        08930001
089400        MOVE SPACES TO TURN-RPT-RECORD;                           08940001
089500        STRING '   ON DUPGRPS ................. ' COUNT-DISP      08950001
089600               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            08960001
089700        WRITE TURN-RPT-RECORD;                                    08970001
089800      END-IF.                                                     08980001
089803      EVALUATE TRUE                                               08980301
089806        WHEN RNH-OUT-OF-BALANCE                                   08980601
089809          MOVE ' CONTROL TOTALS ............... OUT OF BALANCE'   08980901
089812            TO TURN-RPT-RECORD                                    08981201
089815        WHEN RNH-IN-BALANCE                                       08981501
089818          MOVE ' CONTROL TOTALS ............... IN BALANCE'       08981801
089821            TO TURN-RPT-RECORD                                    08982101
089824        WHEN OTHER                                                08982401
089827          MOVE ' CONTROL TOTALS ............... NOT CHECKED'      08982701
089830            TO TURN-RPT-RECORD                                    08983001
089833      END-EVALUATE.                                               08983301
089836      WRITE TURN-RPT-RECORD.                                      08983601
089839      EVALUATE TRUE                                               08983901
089842        WHEN RNH-ROUTING-UNRECONCILED                             08984201
089845          MOVE ' GROUP ROUTING ................ NOT RECONCILED'   08984501
089848            TO TURN-RPT-RECORD                                    08984801
089851        WHEN RNH-ROUTING-WARNING                                  08985101
089854          MOVE ' GROUP ROUTING ................ RESTART SHORTFALL'08985401
089857            TO TURN-RPT-RECORD                                    08985701
089860        WHEN RNH-ROUTING-RECONCILED                               08986001
089863          MOVE ' GROUP ROUTING ................ RECONCILED'       08986301
089866            TO TURN-RPT-RECORD                                    08986601
089869        WHEN OTHER                                                08986901
089872          MOVE ' GROUP ROUTING ................ NOT CHECKED'      08987201
089875            TO TURN-RPT-RECORD                                    08987501
089878      END-EVALUATE.                                               08987801
089881      WRITE TURN-RPT-RECORD.                                      08988101
089900      MOVE SPACES TO TURN-RPT-RECORD.                             08990001
090000      IF SUPR-FILE-OPEN                                           09000001
090100       THEN                                                       09010001
090200        MOVE SUPR-RUN-COUNT TO COUNT-DISP;                        09020001
090300        STRING ' GROUPS SUPPRESSED ............ ' COUNT-DISP      09030001
090400               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09040001
090500       ELSE                                                       09050001
090600        STRING ' GROUPS SUPPRESSED ............ SUPRLOG NOT'      09060001
090700               ' ALLOCATED'                                       09070001
090800               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09080001
090900      END-IF.                                                     09090001
091000      WRITE TURN-RPT-RECORD.                                      09100001
091100      IF OTHER-RUN-COUNT > ZERO                                   09110001
091200       THEN                                                       09120001
091300        MOVE OTHER-RUN-COUNT TO COUNT-DISP;                       09130001
091400        MOVE SPACES TO TURN-RPT-RECORD;                           09140001
091500        STRING ' OTHER RUNS'' RECORDS IGNORED .. ' COUNT-DISP     09150001
091600               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09160001
091700        WRITE TURN-RPT-RECORD;                                    09170001
091800      END-IF.                                                     09180001
091900      MOVE SPACES TO TURN-RPT-RECORD.                             09190001
092000      WRITE TURN-RPT-RECORD.                                      09200001
092100      MOVE SPACES TO TURN-RPT-RECORD.                             09210001
092200      STRING ' CHECKING STEP   RC  EXCEPTIONS  ENDED'             09220001
092300             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              09230001
092400      WRITE TURN-RPT-RECORD.                                      09240001
092500      MOVE SPACES TO TURN-RPT-RECORD.                             09250001
092600      IF RECN-FOUND                                               09260001
092700       THEN                                                       09270001
092800        MOVE RECN-RETURN-CODE TO RC-DISP;                         09280001
092900        MOVE RECN-EXCEPTIONS TO COUNT-DISP;                       09290001
093000        STRING ' ACIFRECN      ' RC-DISP ' ' COUNT-DISP           09300001
093100               '  ' RECN-END-DATE ' ' RECN-END-TIME (1:6)         09310001
093200               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09320001
093300       ELSE                                                       09330001
093400        STRING ' ACIFRECN      NO RESULT'                         09340001
093500               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09350001
093600      END-IF.                                                     09360001
093700      WRITE TURN-RPT-RECORD.                                      09370001
093800      MOVE SPACES TO TURN-RPT-RECORD.                             09380001
093900      IF TPVT-FOUND                                               09390001
094000       THEN                                                       09400001
094100        MOVE TPVT-RETURN-CODE TO RC-DISP;                         09410001
094200        MOVE TPVT-EXCEPTIONS TO COUNT-DISP;                       09420001
094300        STRING ' ACIFTPVT      ' RC-DISP ' ' COUNT-DISP           09430001
094400               '  ' TPVT-END-DATE ' ' TPVT-END-TIME (1:6)         09440001
094500               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09450001
094600       ELSE                                                       09460001
094700        STRING ' ACIFTPVT      NO RESULT'                         09470001
094800               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09480001
094900      END-IF.                                                     09490001
095000      WRITE TURN-RPT-RECORD.                                      09500001
095100      MOVE SPACES TO TURN-RPT-RECORD.                             09510001
095200      WRITE TURN-RPT-RECORD.                                      09520001
095300      SKIP1                                                       09530001
095400* red items first, then amber, each in the order found.           09540001
095500  WRITE-ACTION-SECTION.                                           09550001
095600      MOVE SPACES TO TURN-RPT-RECORD.                             09560001
095700      STRING ' ITEMS NEEDING ACTION'                              09570001
095800             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              09580001
095900      WRITE TURN-RPT-RECORD.                                      09590001
096000      IF ACTION-COUNT = ZERO                                      09600001
096100       THEN                                                       09610001
096200        MOVE SPACES TO TURN-RPT-RECORD;                           09620001
096300        STRING '   NONE'                                          09630001
096400               DELIMITED BY SIZE INTO TURN-RPT-RECORD;            09640001
096500        WRITE TURN-RPT-RECORD;                                    09650001
096600      END-IF.                                                     09660001
096700      MOVE 'RED  ' TO STATUS-TEXT.                                09670001
096800      PERFORM VARYING ACTION-IX FROM 1 BY 1                       09680001
096900              UNTIL ACTION-IX > ACTION-COUNT OR ACTION-IX > 20    09690001
097000        IF ACT-LEVEL (ACTION-IX) = 'R'                            09700001
097100         THEN                                                     09710001
097200          PERFORM WRITE-ACTION-LINE;                              09720001
097300        END-IF;                                                   09730001
097400      END-PERFORM.                                                09740001
097500      MOVE 'AMBER' TO STATUS-TEXT.                                09750001
097600      PERFORM VARYING ACTION-IX FROM 1 BY 1                       09760001
097700              UNTIL ACTION-IX > ACTION-COUNT OR ACTION-IX > 20    09770001
097800        IF ACT-LEVEL (ACTION-IX) = 'A'                            09780001
097900         THEN                                                     09790001
098000          PERFORM WRITE-ACTION-LINE;                              09800001
098100        END-IF;                                                   09810001
098200      END-PERFORM.                                                09820001
098300      IF ACTION-COUNT > 20                                        09830001
098400       THEN                                                       09840001
098500        COMPUTE EDIT-VALUE = ACTION-COUNT - 20;                   09850001
098600        PERFORM EDIT-NUMBER;                                      09860001
098700        MOVE SPACES TO TURN-RPT-RECORD;                           09870001
098800        STRING '   AND ' EDIT-TEXT ' MORE'                        09880001
098900               DELIMITED BY '  ' INTO TURN-RPT-RECORD;            09890001
099000        WRITE TURN-RPT-RECORD;                                    09900001
099100      END-IF.                                                     09910001
099200      SKIP1                                                       09920001
099300  WRITE-ACTION-LINE.                                              09930001
099400      MOVE SPACES TO TURN-RPT-RECORD.                             09940001
099500      STRING ' ' STATUS-TEXT '  ' ACT-TEXT (ACTION-IX)            09950001
099600             DELIMITED BY SIZE INTO TURN-RPT-RECORD.              09960001
099700      WRITE TURN-RPT-RECORD.                                      09970001
099800      EJECT                                                       09980001
099900* the monitor's record.  it is written on every run, green ones   09990001
100000* included, so the monitor can tell a quiet night from a job that 10000001
100100* never got this far.                                             10010001
100200  WRITE-TURNOVER-EVENT.                                           10020001
100300      OPEN OUTPUT TURNEVT-FILE.                                   10030001
100400      IF TURNEVT-STATUS = '00'                                    10040001
100500       THEN                                                       10050001
100600        MOVE SPACES TO TURNOVER-EVENT-RECORD;                     10060001
100700        MOVE PGMNAME TO TEV-SOURCE;                               10070001
100800        MOVE CURRENT-DATE-YMD TO TEV-EVENT-DATE;                  10080001
100900        MOVE CURRENT-TIME-HMS TO TEV-EVENT-TIME;                  10090001
101000        MOVE ACTION-COUNT TO TEV-ACTION-COUNT;                    10100001
101100        IF RUN-FOUND                                              10110001
101200         THEN                                                     10120001
101300          MOVE RNH-RUN-ID TO TEV-RUN-ID;                          10130001
101400        END-IF;                                                   10140001
101500        EVALUATE TRUE                                             10150001
101600          WHEN TURN-RED                                           10160001
101700            SET TEV-RED TO TRUE                                   10170001
101800            MOVE 8 TO TEV-SEVERITY                                10180001
101900            SET TEV-PAGE-ONCALL TO TRUE                           10190001
102000            MOVE FIRST-RED-TEXT TO TEV-FIRST-ACTION               10200001
102100          WHEN TURN-AMBER                                         10210001
102200            SET TEV-AMBER TO TRUE                                 10220001
102300            MOVE 4 TO TEV-SEVERITY                                10230001
102400            SET TEV-NO-PAGE TO TRUE                               10240001
102500            MOVE FIRST-ACTION-TEXT TO TEV-FIRST-ACTION            10250001
102600          WHEN OTHER                                              10260001
102700            SET TEV-GREEN TO TRUE                                 10270001
102800            MOVE ZERO TO TEV-SEVERITY                             10280001
102900            SET TEV-NO-PAGE TO TRUE                               10290001
103000            MOVE 'NO ACTION NEEDED' TO TEV-FIRST-ACTION           10300001
103100        END-EVALUATE;                                             10310001
103200        WRITE TURNOVER-EVENT-RECORD;                              10320001
103300        CLOSE TURNEVT-FILE;                                       10330001
103400      END-IF.                                                     10340001
103500  END PROGRAM ACIFTURN.                                           10350001
