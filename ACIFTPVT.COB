000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 04              00020043
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFTPVT.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
002800                the feed, and return code 8 holds the archive     00280001
002900                load - the indexing gap surfaces here, not at     00290001
003000                2 AM when the load fails.                         00300001
003010                The first extract record fixes the run being      00301039
003020                pivoted.  Records carrying any other run          00302039
003030                identifier mean two runs' extracts were           00303039
003040                concatenated; they are counted, the first is      00304039
003050                listed, none reaches the feed, and return code 8  00305039
003060                holds the archive load.                           00306039
003065                When ddname STEPRSLT is allocated, the step       00306542
003070                appends one result record to it (laid out by      00307042
003075                STEPRSLT): its return code and the count of       00307542
003080                groups left out of the feed, records from another 00308042
003085                run, and defective map rows, for the              00308542
003090                shift-turnover report to read.                    00309042
003091                When ddname MASKCTL is allocated, each value it   00309143
003092                names as sensitive is masked (last four, full     00309243
003093                mask, or hash token) by ACIFMASK, the routine     00309343
003094                ACIFIBDT masks TLEINDEX with, before it is placed 00309443
003095                in the feed.  C in map column 42 marks a field    00309543
003096                the archive must receive clear; such maps must    00309643
003097                read the clear extract (ACIFIBDT ddname           00309743
003098                TLECLEAR), since TLEINDEX is already masked.  A   00309843
003099                defective MASKCTL writes no feed, return code 8.  00309943
003100  DATE-WRITTEN. 01 Sep 2026.                                      00310001
003200  DATE-COMPILED.                                                  00320001
003300  SECURITY. IBM SAMPLE CODE ONLY.                                 00330001
005400          ORGANIZATION IS SEQUENTIAL                              00540001
005500          ACCESS MODE IS SEQUENTIAL                               00550001
005600          FILE STATUS IS TPVT-RPT-STATUS.                         00560001
005620      SELECT STEPRSLT-FILE ASSIGN TO STEPRSLT                     00562042
005640          ORGANIZATION IS SEQUENTIAL                              00564042
005660          ACCESS MODE IS SEQUENTIAL                               00566042
005680          FILE STATUS IS STEPRSLT-STATUS.                         00568042
005700      EJECT                                                       00570001
005800  DATA DIVISION.                                                  00580001
005900  FILE SECTION.                                                   00590001
007100      05  AMP-OUT-LEN-CHR     REDEFINES AMP-OUT-LEN               00710001
007200                              PIC X(3).                           00720001
007300      05  AMP-REQ-FLAG        PIC X.                              00730001
007360      05  AMP-CLEAR-FLAG      PIC X.                              00736043
007420      05  FILLER              PIC X(38).                          00742043
007500  FD  ARCHFEED-FILE                                               00750001
007600      RECORDING MODE F.                                           00760001
007700  01  ARCHFEED-RECORD         PIC X(256).                         00770001
007800  FD  TPVT-RPT-FILE                                               00780001
007900      RECORDING MODE F.                                           00790001
008000  01  TPVT-RPT-RECORD         PIC X(80).                          00800001
008020  FD  STEPRSLT-FILE                                               00802042
008040      RECORDING MODE F.                                           00804042
008060      COPY STEPRSLT.                                              00806042
008100  WORKING-STORAGE SECTION.                                        00810001
008200  77  PGMNAME                 PIC X(8) VALUE 'ACIFTPVT'.          00820001
008300  77  TLEIX-IN-STATUS         PIC XX VALUE SPACES.                00830001
008400  77  ATTRMAP-STATUS          PIC XX VALUE SPACES.                00840001
008500  77  ARCHFEED-STATUS         PIC XX VALUE SPACES.                00850001
008600  77  TPVT-RPT-STATUS         PIC XX VALUE SPACES.                00860001
008650  77  STEPRSLT-STATUS         PIC XX VALUE SPACES.                00865042
008700  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            00870001
008800  77  FEED-RECORD-LEN         PIC 9(4) BINARY VALUE 256.          00880001
008850  77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.          00885043
008900  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    00890001
009000      88  IN-EOF                  VALUE 'Y'.                      00900001
009100      88  IN-NOT-EOF              VALUE 'N'.                      00910001
009700      05  INCOMPLETE-COUNT    PIC 9(8) BINARY VALUE ZERO.         00970001
009800      05  UNGROUPED-COUNT     PIC 9(8) BINARY VALUE ZERO.         00980001
009900      05  UNMAPPED-COUNT      PIC 9(8) BINARY VALUE ZERO.         00990001
009950      05  OTHER-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         00995039
009970      05  MASKED-COUNT        PIC 9(8) BINARY VALUE ZERO.         00997043
010000      05  ERROR-COUNT         PIC 9(5) BINARY VALUE ZERO.         01000001
010100  01  TPVT-WORK.                                                  01010001
010200      05  MAP-IX              PIC 9(4) BINARY VALUE ZERO.         01020001
010900      05  GROUP-COMPLETE-FLAG PIC X VALUE 'Y'.                    01090001
011000          88  GROUP-COMPLETE      VALUE 'Y'.                      01100001
011100          88  GROUP-INCOMPLETE    VALUE 'N'.                      01110001
011120      05  MASKCTL-MODE-FLAG   PIC X VALUE 'N'.                    01112043
011140          88  MASKCTL-MODE        VALUE 'Y'.                      01114043
011160* parameters for the shared value masking routine.                01116043
011180      COPY MASKPARM.                                              01118043
011200  01  TPVT-DISPLAY-FIELDS.                                        01120001
011300      05  COUNT-DISP          PIC ZZZ,ZZZ,ZZ9.                    01130001
011400      05  RECNO-DISP          PIC ZZZZ9.                          01140001
011408* the run this extract belongs to, fixed by its first record.     01140839
011416  01  RUN-CHECK-DATA.                                             01141639
011424      05  EXPECTED-RUN-ID.                                        01142439
011432          10  EXP-RID-JOBNAME PIC X(8).                           01143239
011440          10  EXP-RID-APPL-ID PIC X(8).                           01144039
011448          10  EXP-RID-DATE    PIC 9(8).                           01144839
011456          10  EXP-RID-TIME    PIC 9(8).                           01145639
011464      05  EXPECTED-RUN-FLAG   PIC X VALUE 'N'.                    01146439
011472          88  EXPECTED-RUN-SET    VALUE 'Y'.                      01147239
011480      05  OTHER-RUN-FLAG      PIC X VALUE 'N'.                    01148039
011488          88  OTHER-RUN-REPORTED  VALUE 'Y'.                      01148839
011500* the attribute map, loaded and validated up front: where each    01150001
011600* attribute lands in the feed record, how wide, and whether a     01160001
011700* document may ship without it.  MAP-FILLED-FLAG is per-group     01170001
012600          10  MAP-REQ-FLAG        PIC X.                          01260001
012700              88  MAP-REQUIRED        VALUE 'R'.                  01270001
012800              88  MAP-OPTIONAL        VALUE 'O'.                  01280001
012830          10  MAP-CLEAR-FLAG      PIC X.                          01283043
012860              88  MAP-CLEAR           VALUE 'C'.                  01286043
012900          10  MAP-FILLED-FLAG     PIC X.                          01290001
013000              88  MAP-FILLED          VALUE 'Y'.                  01300001
013100              88  MAP-UNFILLED        VALUE 'N'.                  01310001
013800             DELIMITED BY SIZE INTO TPVT-RPT-RECORD.              01380001
013900      WRITE TPVT-RPT-RECORD.                                      01390001
014000      PERFORM LOAD-ATTR-MAP.                                      01400001
014050      PERFORM LOAD-MASK-LIST.                                     01405043
014100      IF MAP-COUNT = ZERO OR ERROR-COUNT > ZERO                   01410001
014200       THEN                                                       01420001
014300        MOVE SPACES TO TPVT-RPT-RECORD;                           01430001
014700        CLOSE TPVT-RPT-FILE;                                      01470001
014800        DISPLAY PGMNAME, ' ATTRIBUTE MAP UNUSABLE - RC=8';        01480001
014900        MOVE ERROR-RC TO RETURN-CODE;                             01490001
014950        PERFORM WRITE-STEP-RESULT;                                01495042
015000        GOBACK;                                                   01500001
015100      END-IF.                                                     01510001
015107      IF MSK-DEFECTIVE                                            01510743
015114       THEN                                                       01511443
015121        MOVE SPACES TO TPVT-RPT-RECORD;                           01512143
015128        STRING ' MASKCTL UNUSABLE - NO FEED WRITTEN'              01512843
015135               DELIMITED BY SIZE INTO TPVT-RPT-RECORD;            01513543
015142        WRITE TPVT-RPT-RECORD;                                    01514243
015149        CLOSE TPVT-RPT-FILE;                                      01514943
015156        DISPLAY PGMNAME, ' MASKCTL UNUSABLE - RC=8';              01515643
015163        MOVE ERROR-RC TO RETURN-CODE;                             01516343
015170        PERFORM WRITE-STEP-RESULT;                                01517043
015177        GOBACK;                                                   01517743
015184      END-IF.                                                     01518443
015200      OPEN INPUT TLEIX-IN-FILE.                                   01520001
015300      IF TLEIX-IN-STATUS NOT = '00'                               01530001
015400       THEN                                                       01540001
015900        CLOSE TPVT-RPT-FILE;                                      01590001
016000        DISPLAY PGMNAME, ' TLEIXIN NOT ALLOCATED - RC=8';         01600001
016100        MOVE ERROR-RC TO RETURN-CODE;                             01610001
016150        PERFORM WRITE-STEP-RESULT;                                01615042
016200        GOBACK;                                                   01620001
016300      END-IF.                                                     01630001
016400      OPEN OUTPUT ARCHFEED-FILE.                                  01640001
016700        CLOSE TLEIX-IN-FILE TPVT-RPT-FILE;                        01670001
016800        DISPLAY PGMNAME, ' ARCHFEED OPEN FAILED - RC=8';          01680001
016900        MOVE ERROR-RC TO RETURN-CODE;                             01690001
016950        PERFORM WRITE-STEP-RESULT;                                01695042
017000        GOBACK;                                                   01700001
017100      END-IF.                                                     01710001
017200      PERFORM UNTIL IN-EOF                                        01720001
017500            SET IN-EOF TO TRUE                                    01750001
017600          NOT AT END                                              01760001
017700            ADD 1 TO EXTRACT-READ-COUNT;                          01770001
017800            PERFORM SCREEN-EXTRACT-RECORD                         01780039
017900        END-READ;                                                 01790001
018000      END-PERFORM.                                                01800001
018100      IF GROUP-OPEN                                               01810001
018500      CLOSE TLEIX-IN-FILE ARCHFEED-FILE.                          01850001
018600      PERFORM WRITE-REPORT-SUMMARY.                               01860001
018700      CLOSE TPVT-RPT-FILE.                                        01870001
018760      IF ERROR-COUNT > ZERO OR INCOMPLETE-COUNT > ZERO            01876039
018820         OR OTHER-RUN-COUNT > ZERO                                01882039
018900       THEN                                                       01890001
019000        MOVE ERROR-RC TO RETURN-CODE;                             01900001
019100      END-IF.                                                     01910001
019150      PERFORM WRITE-STEP-RESULT.                                  01915042
019200      GOBACK.                                                     01920001
019300      EJECT                                                       01930001
019400* loads and validates the attribute map.  a defective row is an   01940001
024900                 ' - FLAG ''' AMP-REQ-FLAG ''' IS NOT R OR O'     02490001
025000                 DELIMITED BY SIZE INTO TPVT-RPT-RECORD           02500001
025100          PERFORM WRITE-MAP-DEFECT                                02510001
025110        WHEN AMP-CLEAR-FLAG NOT = 'C'                             02511043
025120         AND AMP-CLEAR-FLAG NOT = SPACE                           02512043
025130          MOVE SPACES TO TPVT-RPT-RECORD                          02513043
025140          STRING ' ATTRMAP ROW ' RECNO-DISP                       02514043
025150                 ' - FLAG ''' AMP-CLEAR-FLAG                      02515043
025160                 ''' IS NOT C OR BLANK'                           02516043
025170                 DELIMITED BY SIZE INTO TPVT-RPT-RECORD           02517043
025180          PERFORM WRITE-MAP-DEFECT                                02518043
025200        WHEN MAP-COUNT = 50                                       02520001
025300          MOVE SPACES TO TPVT-RPT-RECORD                          02530001
025400          STRING ' ATTRMAP ROW ' RECNO-DISP                       02540001
026100          MOVE AMP-OUT-COL   TO MAP-OUT-COL (MAP-COUNT)           02610001
026200          MOVE AMP-OUT-LEN   TO MAP-OUT-LEN (MAP-COUNT)           02620001
026300          MOVE AMP-REQ-FLAG  TO MAP-REQ-FLAG (MAP-COUNT)          02630001
026350          MOVE AMP-CLEAR-FLAG TO MAP-CLEAR-FLAG (MAP-COUNT)       02635043
026400          MOVE 'N'           TO MAP-FILLED-FLAG (MAP-COUNT)       02640001
026500      END-EVALUATE.                                               02650001
026600      SKIP1                                                       02660001
026800      ADD 1 TO ERROR-COUNT.                                       02680001
026900      WRITE TPVT-RPT-RECORD.                                      02690001
027000      SKIP1                                                       02700001
027002* loads the list of sensitive attribute names through the shared  02700243
027004* masking routine.  MASKCTL absent or empty leaves every value    02700443
027006* clear, as before.  a defective list (the routine has already    02700643
027008* displayed each defect) is listed here and fails the step: the   02700843
027010* feed cannot be written without knowing which values to mask.    02701043
027012  LOAD-MASK-LIST.                                                 02701243
027014      SET MSK-LOAD TO TRUE.                                       02701443
027016      CALL MASKPGM USING MASK-PARMS.                              02701643
027018      IF MSK-DEFECTIVE                                            02701843
027020       THEN                                                       02702043
027022        MOVE SPACES TO TPVT-RPT-RECORD;                           02702243
027024        STRING ' ' MSK-ERROR-TEXT                                 02702443
027026               DELIMITED BY SIZE INTO TPVT-RPT-RECORD;            02702643
027028        WRITE TPVT-RPT-RECORD;                                    02702843
027030      END-IF.                                                     02703043
027032      IF MSK-LOADED                                               02703243
027034       THEN                                                       02703443
027036        SET MASKCTL-MODE TO TRUE;                                 02703643
027038      END-IF.                                                     02703843
027040      SKIP1                                                       02704043
027042* the first record read fixes the run the extract belongs to; a   02704239
027044* record from any other run is counted and kept out of the feed,  02704439
027046* and the first one is listed so the stray dataset can be found in02704639
027048* the concatenation.                                              02704839
027050  SCREEN-EXTRACT-RECORD.                                          02705039
027052      IF NOT EXPECTED-RUN-SET                                     02705239
027054       THEN                                                       02705439
027056        MOVE TLX-RUN-ID TO EXPECTED-RUN-ID;                       02705639
027058        SET EXPECTED-RUN-SET TO TRUE;                             02705839
027060      END-IF.                                                     02706039
027062      IF TLX-RUN-ID = EXPECTED-RUN-ID                             02706239
027064       THEN                                                       02706439
027066        PERFORM PROCESS-EXTRACT-RECORD;                           02706639
027068       ELSE                                                       02706839
027070        ADD 1 TO OTHER-RUN-COUNT;                                 02707039
027072        IF NOT OTHER-RUN-REPORTED                                 02707239
027074         THEN                                                     02707439
027076          SET OTHER-RUN-REPORTED TO TRUE;                         02707639
027078          MOVE EXTRACT-READ-COUNT TO COUNT-DISP;                  02707839
027080          MOVE SPACES TO TPVT-RPT-RECORD;                         02708039
027082          STRING ' OTHER RUN AT REC ' COUNT-DISP                  02708239
027084                 ' ' TLX-RID-JOBNAME ' ' TLX-RID-APPL-ID          02708439
027086                 ' ' TLX-RID-DATE ' ' TLX-RID-TIME                02708639
027088                 DELIMITED BY SIZE INTO TPVT-RPT-RECORD;          02708839
027090          WRITE TPVT-RPT-RECORD;                                  02709039
027092        END-IF;                                                   02709239
027094      END-IF.                                                     02709439
027096      SKIP1                                                       02709639
027100* the extract rides in stream order, so one group's attribute     02710001
027200* records are contiguous; a change of group name is a control     02720001
027300* break.  a record with no group name is a TLE that rode outside  02730001
027400* any named group - counted and reported, since the archive has   02740001
027450* no document to hang it on.  a record from another run is set    02745039
027500* aside before any of that, so it can neither break a group nor   02750039
027550* fill one.                                                       02755039
027600  PROCESS-EXTRACT-RECORD.                                         02760001
027700      IF TLX-GROUP-NAME = SPACES OR TLX-GROUP-NAME = LOW-VALUES   02770001
027800       THEN                                                       02780001
030500* repeats an attribute inside one group; an attribute with no     03050001
030600* map row is counted so a new composition attribute shows up in   03060001
030700* the summary instead of vanishing.                               03070001
030730* a value MASKCTL names as sensitive is masked first, unless its  03073043
030760* map row marks it as one the archive must have clear.            03076043
030800  APPLY-ATTRIBUTE.                                                03080001
030900      MOVE ZERO TO MAP-SUB.                                       03090001
031000      PERFORM VARYING MAP-IX FROM 1 BY 1                          03100001
032600           THEN                                                   03260001
032700            MOVE LENGTH OF TLX-ATTR-VALUE TO APPLY-LEN;           03270001
032800          END-IF;                                                 03280001
032820          MOVE TLX-ATTR-VALUE TO MSK-VALUE;                       03282043
032840          IF MASKCTL-MODE AND NOT MAP-CLEAR (MAP-SUB)             03284043
032860           THEN                                                   03286043
032880            MOVE TLX-ATTR-NAME TO MSK-ATTR-NAME;                  03288043
032900            SET MSK-APPLY TO TRUE;                                03290043
032920            CALL MASKPGM USING MASK-PARMS;                        03292043
032940            IF MSK-MASKED                                         03294043
032960             THEN                                                 03296043
032980              ADD 1 TO MASKED-COUNT;                              03298043
033000            END-IF;                                               03300043
033020          END-IF;                                                 03302043
033040          MOVE MSK-VALUE (1:APPLY-LEN)                            03304043
033060            TO ARCHFEED-RECORD (MAP-OUT-COL (MAP-SUB):            03306043
033100                                APPLY-LEN);                       03310001
033200          SET MAP-FILLED (MAP-SUB) TO TRUE;                       03320001
033300        END-IF;                                                   03330001
036400      MOVE SPACES TO CURRENT-GROUP-NAME.                          03640001
036500      SKIP1                                                       03650001
036600  WRITE-REPORT-SUMMARY.                                           03660001
036610      IF EXPECTED-RUN-SET                                         03661039
036620       THEN                                                       03662039
036630        MOVE SPACES TO TPVT-RPT-RECORD;                           03663039
036640        STRING ' RUN ID ' EXP-RID-JOBNAME ' ' EXP-RID-APPL-ID     03664039
036650               ' ' EXP-RID-DATE ' ' EXP-RID-TIME                  03665039
036660               DELIMITED BY SIZE INTO TPVT-RPT-RECORD;            03666039
036670        WRITE TPVT-RPT-RECORD;                                    03667039
036680      END-IF.                                                     03668039
036700      MOVE EXTRACT-READ-COUNT TO COUNT-DISP.                      03670001
036800      MOVE SPACES TO TPVT-RPT-RECORD.                             03680001
036900      STRING ' EXTRACT RECORDS READ .......... ' COUNT-DISP       03690001
038400      STRING ' DOCUMENTS WITHHELD ............ ' COUNT-DISP       03840001
038500             DELIMITED BY SIZE INTO TPVT-RPT-RECORD.              03850001
038600      WRITE TPVT-RPT-RECORD.                                      03860001
038608      IF OTHER-RUN-COUNT > ZERO                                   03860839
038616       THEN                                                       03861639
038624        MOVE OTHER-RUN-COUNT TO COUNT-DISP;                       03862439
038632        MOVE SPACES TO TPVT-RPT-RECORD;                           03863239
038640        STRING ' RECORDS OF ANOTHER RUN ........ ' COUNT-DISP     03864039
038648               DELIMITED BY SIZE INTO TPVT-RPT-RECORD;            03864839
038656        WRITE TPVT-RPT-RECORD;                                    03865639
038664        DISPLAY PGMNAME, ' RECORDS OF ANOTHER RUN ..... ',        03866439
038672                COUNT-DISP;                                       03867239
038680        DISPLAY PGMNAME, ' EXTRACT OF MIXED RUNS - RC=8';         03868039
038688      END-IF.                                                     03868839
038689      IF MASKCTL-MODE                                             03868943
038690       THEN                                                       03869043
038691        MOVE MASKED-COUNT TO COUNT-DISP;                          03869143
038692        MOVE SPACES TO TPVT-RPT-RECORD;                           03869243
038693        STRING ' VALUES MASKED ................. ' COUNT-DISP     03869343
038694               DELIMITED BY SIZE INTO TPVT-RPT-RECORD;            03869443
038695        WRITE TPVT-RPT-RECORD;                                    03869543
038696      END-IF.                                                     03869643
038700      IF UNGROUPED-COUNT > ZERO                                   03870001
038800       THEN                                                       03880001
038900        MOVE UNGROUPED-COUNT TO COUNT-DISP;                       03890001
041000        DISPLAY PGMNAME, ' FEED COMPLETE - ALL DOCUMENTS',        04100001
041100                ' INDEXED';                                       04110001
041200      END-IF.                                                     04120001
041300      EJECT                                                       04130042
041400* the result record the shift-turnover report reads in place of   04140042
041500* this step's job log.  the dataset is optional; without it the   04150042
041600* step ends as it always has.  a step that stopped before reading 04160042
041700* the extract reports a blank run identifier.                     04170042
041800  WRITE-STEP-RESULT.                                              04180042
041900      OPEN EXTEND STEPRSLT-FILE.                                  04190042
042000      IF STEPRSLT-STATUS = '00'                                   04200042
042100       THEN                                                       04210042
042200        MOVE SPACES TO STEP-RESULT-RECORD;                        04220042
042300        MOVE PGMNAME TO SRS-PROGRAM;                              04230042
042400        MOVE RETURN-CODE TO SRS-RETURN-CODE;                      04240042
042500        COMPUTE SRS-EXCEPTION-COUNT = INCOMPLETE-COUNT            04250042
042600                + OTHER-RUN-COUNT + ERROR-COUNT;                  04260042
042700        ACCEPT SRS-END-DATE FROM DATE YYYYMMDD;                   04270042
042800        ACCEPT SRS-END-TIME FROM TIME;                            04280042
042900        IF EXPECTED-RUN-SET                                       04290042
043000         THEN                                                     04300042
043100          MOVE EXPECTED-RUN-ID TO SRS-RUN-ID;                     04310042
043200        END-IF;                                                   04320042
043300        WRITE STEP-RESULT-RECORD;                                 04330042
043400        CLOSE STEPRSLT-FILE;                                      04340042
043500      END-IF.                                                     04350042
043600  END PROGRAM ACIFTPVT.                                           04360042
