000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020039
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFRHST.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
001000                ACIFIBDT appends to at every end of job (ddname   00100001
001100                RUNHSTIN) and prints a trend report (ddname       00110001
001200                RUNHSTRP): one line per run in arrival order with 00120001
001280                its date, jobname, application ID, elapsed time,  00128039
001360                page volume, throughput in pages per minute,      00136039
001440                reject count, and restart flag, followed by       00144039
001520                averages per jobname and application ID for the   00152039
001600                period.                                           00160039
001700                                                                  00170001
001800                A run is flagged when its elapsed time exceeds the00180001
001900                operator's absolute threshold, or grew more than  00190001
002000                the allowed percentage over the trailing average  00200001
002070                of the earlier runs of the same jobname and       00207039
002140                application - the batch window eroding in plain   00214039
002210                sight, weeks before                               00221039
002300                it costs a print deadline.  Thresholds come from  00230001
002400                an optional control file (ddname RHSTCTL): elapsed00240001
002500                limit in hundredths of a second in columns 1-9    00250001
002600                (zero turns the absolute check off) and the growth00260001
002700                percentage in columns 10-12.  Without the file the00270001
002800                absolute check is off and growth over 25 percent  00280001
002850                is flagged.  An application ID in columns 13-20   00285039
002900                of the control record narrows the report to that  00290039
002950                application's runs.                               00295039
003000  DATE-WRITTEN. 01 Sep 2026.                                      00300001
003100  DATE-COMPILED.                                                  00310001
003200  SECURITY. IBM SAMPLE CODE ONLY.                                 00320001
006000  01  RHST-CTL-RECORD.                                            00600001
006100      05  RHC-ELAPSED-LIMIT   PIC 9(9).                           00610001
006200      05  RHC-GROWTH-PCT      PIC 9(3).                           00620001
006260      05  RHC-APPL-ID         PIC X(8).                           00626039
006320      05  FILLER              PIC X(60).                          00632039
006400  FD  RHST-RPT-FILE                                               00640001
006500      RECORDING MODE F.                                           00650001
006600  01  RHST-RPT-RECORD         PIC X(80).                          00660001
007600* zero means the absolute elapsed check is off.                   00760001
007700      05  ELAPSED-LIMIT-HUNDS PIC 9(9) BINARY VALUE ZERO.         00770001
007800      05  GROWTH-PCT          PIC 9(3) BINARY VALUE 25.           00780001
007830* spaces select every application's runs.                         00783039
007860      05  SEL-APPL-ID         PIC X(8) VALUE SPACES.              00786039
007900  01  RHST-COUNTERS.                                              00790001
008000      05  RECORD-COUNT        PIC 9(8) BINARY VALUE ZERO.         00800001
008100      05  FLAGGED-COUNT       PIC 9(8) BINARY VALUE ZERO.         00810001
008200      05  OVERFLOW-COUNT      PIC 9(8) BINARY VALUE ZERO.         00820001
008250      05  NOT-SELECTED-COUNT  PIC 9(8) BINARY VALUE ZERO.         00825039
008300  01  RHST-WORK.                                                  00830001
008400      05  TREND-IX            PIC 9(4) BINARY VALUE ZERO.         00840001
008500      05  TREND-SUB           PIC 9(4) BINARY VALUE ZERO.         00850001
010100      05  COUNT2-DISP         PIC ZZZ,ZZ9.                        01010001
010200      05  RUN-CNT-DISP        PIC ZZZZ9.                          01020001
010300      05  DATE-DISP           PIC 9(8).                           01030001
010400* one entry per jobname and application ID: the trailing totals   01040039
010500* the growth check averages over, plus the period totals the      01050039
010600* summary prints at the end.                                      01060039
010700  01  TREND-TABLE.                                                01070001
010800      05  TREND-COUNT         PIC 9(4) BINARY VALUE ZERO.         01080001
010900      05  TREND-ENTRY OCCURS 0 TO 50 TIMES                        01090001
011000                      DEPENDING ON TREND-COUNT.                   01100001
011100          10  TRD-JOBNAME         PIC X(8).                       01110001
011150          10  TRD-APPL-ID         PIC X(8).                       01115039
011200          10  TRD-RUN-COUNT       PIC 9(8) BINARY.                01120001
011300          10  TRD-ELAPSED-TOTAL   PIC 9(12) BINARY.               01130001
011400          10  TRD-PAGE-TOTAL      PIC 9(12) BINARY.               01140001
012600             DELIMITED BY SIZE INTO RHST-RPT-RECORD.              01260001
012700      WRITE RHST-RPT-RECORD.                                      01270001
012800      MOVE SPACES TO RHST-RPT-RECORD.                             01280001
012900      STRING ' DATE     JOBNAME  APPL-ID  ELAPSED-S       PAGES'  01290039
013000             '     PPM REJECTS R FLAG'                            01300001
013100             DELIMITED BY SIZE INTO RHST-RPT-RECORD.              01310001
013200      WRITE RHST-RPT-RECORD.                                      01320001
013210      IF SEL-APPL-ID NOT = SPACES                                 01321039
013220       THEN                                                       01322039
013230        MOVE SPACES TO RHST-RPT-RECORD;                           01323039
013240        STRING ' SELECTED APPLICATION ' SEL-APPL-ID               01324039
013250               DELIMITED BY SIZE INTO RHST-RPT-RECORD;            01325039
013260        WRITE RHST-RPT-RECORD;                                    01326039
013270      END-IF.                                                     01327039
013300      PERFORM UNTIL IN-EOF                                        01330001
013400        READ RUNHIST-IN-FILE                                      01340001
013500          AT END                                                  01350001
013600            SET IN-EOF TO TRUE                                    01360001
013700          NOT AT END                                              01370001
013800            ADD 1 TO RECORD-COUNT;                                01380001
013820            IF SEL-APPL-ID = SPACES                               01382039
013840               OR RNH-RID-APPL-ID = SEL-APPL-ID                   01384039
013860             THEN                                                 01386039
013880              PERFORM ACCUMULATE-RUN-RECORD                       01388039
013900             ELSE                                                 01390039
013920              ADD 1 TO NOT-SELECTED-COUNT                         01392039
013940            END-IF                                                01394039
014000        END-READ;                                                 01400001
014100      END-PERFORM.                                                01410001
014200      CLOSE RUNHIST-IN-FILE.                                      01420001
016300             THEN                                                 01630001
016400              MOVE RHC-GROWTH-PCT TO GROWTH-PCT                   01640001
016500            END-IF                                                01650001
016530            MOVE RHC-APPL-ID TO SEL-APPL-ID                       01653039
016560            INSPECT SEL-APPL-ID REPLACING ALL LOW-VALUE BY SPACE  01656039
016600        END-READ;                                                 01660001
016700        CLOSE RHST-CTL-FILE;                                      01670001
016800      END-IF.                                                     01680001
017000* one detail line per run, in the order the generations arrive    01700001
017100* (RUNHIST is appended at end of job, so a generation             01710001
017200* concatenation is already in date order).  the trailing average  01720001
017280* is taken over the EARLIER runs of the same jobname and          01728039
017360* application only, then this run is folded into the totals - so  01736039
017440* one slow morning does not hide inside the average it is being   01744039
017520* judged against.                                                 01752039
017600  ACCUMULATE-RUN-RECORD.                                          01760001
017700      PERFORM FIND-TREND-ENTRY.                                   01770001
017800      MOVE 'N' TO LIMIT-HIT-FLAG GROWTH-HIT-FLAG.                 01780001
023700        END-IF;                                                   02370001
023800      END-IF.                                                     02380001
023900      SKIP1                                                       02390001
024000* locates (or registers) the trend entry for the jobname and      02400039
024100* application ID; a concatenation with more distinct pairs than   02410039
024200* the table holds is reported, not silently truncated.            02420039
024300  FIND-TREND-ENTRY.                                               02430001
024400      MOVE ZERO TO TREND-SUB.                                     02440001
024500      PERFORM VARYING TREND-IX FROM 1 BY 1                        02450001
024600              UNTIL TREND-IX > TREND-COUNT                        02460001
024700              OR TREND-SUB > ZERO                                 02470001
024800        IF TRD-JOBNAME (TREND-IX) = RNH-JOBNAME                   02480001
024850           AND TRD-APPL-ID (TREND-IX) = RNH-RID-APPL-ID           02485039
024900         THEN                                                     02490001
025000          MOVE TREND-IX TO TREND-SUB;                             02500001
025100        END-IF;                                                   02510001
025900          ADD 1 TO TREND-COUNT;                                   02590001
026000          MOVE TREND-COUNT TO TREND-SUB;                          02600001
026100          MOVE RNH-JOBNAME TO TRD-JOBNAME (TREND-SUB);            02610001
026150          MOVE RNH-RID-APPL-ID TO TRD-APPL-ID (TREND-SUB);        02615039
026200          MOVE ZERO TO TRD-RUN-COUNT (TREND-SUB);                 02620001
026300          MOVE ZERO TO TRD-ELAPSED-TOTAL (TREND-SUB);             02630001
026400          MOVE ZERO TO TRD-PAGE-TOTAL (TREND-SUB);                02640001
028700      MOVE RNH-REJECT-COUNT TO REJ-DISP.                          02870001
028800      MOVE SPACES TO RHST-RPT-RECORD.                             02880001
028900      STRING ' ' DATE-DISP ' ' RNH-JOBNAME                        02890001
028950             ' ' RNH-RID-APPL-ID                                  02895039
029000             ' ' ELAPSED-SEC-DISP ' ' PAGE-DISP                   02900001
029100             ' ' PPM-DISP ' ' REJ-DISP                            02910001
029200             ' ' RNH-RESTART-FLAG ' ' FLAG-TEXT                   02920001
029800* appears, not when someone next prints the report.               02980001
029900  WRITE-JOBNAME-SUMMARY.                                          02990001
030000      MOVE SPACES TO RHST-RPT-RECORD.                             03000001
030060      STRING ' JOBNAME  APPL-ID   RUNS AVG-ELAPS-S AVG-PPM'       03006039
030120             ' REJECTS'                                           03012039
030200             ' RESTARTS FLAGGED'                                  03020001
030300             DELIMITED BY SIZE INTO RHST-RPT-RECORD.              03030001
030400      WRITE RHST-RPT-RECORD.                                      03040001
031600      STRING ' RUNS FLAGGED .................. ' COUNT-DISP       03160001
031700             DELIMITED BY SIZE INTO RHST-RPT-RECORD.              03170001
031800      WRITE RHST-RPT-RECORD.                                      03180001
031810      IF NOT-SELECTED-COUNT > ZERO                                03181039
031820       THEN                                                       03182039
031830        MOVE NOT-SELECTED-COUNT TO COUNT-DISP;                    03183039
031840        MOVE SPACES TO RHST-RPT-RECORD;                           03184039
031850        STRING ' RUNS NOT SELECTED ............. ' COUNT-DISP     03185039
031860               DELIMITED BY SIZE INTO RHST-RPT-RECORD;            03186039
031870        WRITE RHST-RPT-RECORD;                                    03187039
031880      END-IF.                                                     03188039
031900      IF OVERFLOW-COUNT > ZERO                                    03190001
032000       THEN                                                       03200001
032100        MOVE OVERFLOW-COUNT TO COUNT-DISP;                        03210001
035800      MOVE TRD-FLAGGED-TOTAL (TREND-IX) TO COUNT2-DISP.           03580001
035900      MOVE SPACES TO RHST-RPT-RECORD.                             03590001
036000      STRING ' ' TRD-JOBNAME (TREND-IX)                           03600001
036050             ' ' TRD-APPL-ID (TREND-IX)                           03605039
036100             ' ' RUN-CNT-DISP '   ' ELAPSED-SEC-DISP              03610001
036200             ' ' PPM-DISP ' ' REJ-DISP                            03620001
036300             '  ' COUNT-DISP ' ' COUNT2-DISP                      03630001
