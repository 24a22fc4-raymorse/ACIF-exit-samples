000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020039
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFAHST.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000900                concatenation of audit trail datasets from any    00090001
001000                number of ACIFIBDT runs (ddname AUDITIN) and      00100001
001100                produces a printable summary (ddname AUDITRPT)    00110001
001170                broken down by date, jobname, application ID,     00117039
001240                and structured field type, with per-date          00124039
001310                subtotals and period                              00131039
001400                totals, so conversion volume questions spanning   00140001
001500                runs - how many BDT/EDT per application per day,  00150001
001600                is the BPS/EPS volume growing, which job produced 00160001
002000                Records flagged 'R' (rejected to the BADSF        00200001
002100                suspense dataset) are tallied in their own column 00210001
002200                so conversion and reject volume trend separately. 00220001
002210                                                                  00221039
002220                An optional selection file (ddname AHSTSEL)       00222039
002230                narrows the report to one application: the        00223039
002240                application ID in columns 1-8 and, optionally, a  00224039
002250                jobname in columns 9-16; a blank field selects    00225039
002260                every value.  Records of other runs are counted   00226039
002270                on the report as not selected.                    00227039
002300  DATE-WRITTEN. 21 Aug 2026.                                      00230001
002400  DATE-COMPILED.                                                  00240001
002500  SECURITY. IBM SAMPLE CODE ONLY.                                 00250001
003800          ORGANIZATION IS SEQUENTIAL                              00380001
003900          ACCESS MODE IS SEQUENTIAL                               00390001
004000          FILE STATUS IS HIST-RPT-STATUS.                         00400001
004020      SELECT AHST-SEL-FILE ASSIGN TO AHSTSEL                      00402039
004040          ORGANIZATION IS SEQUENTIAL                              00404039
004060          ACCESS MODE IS SEQUENTIAL                               00406039
004080          FILE STATUS IS AHST-SEL-STATUS.                         00408039
004100      EJECT                                                       00410001
004200  DATA DIVISION.                                                  00420001
004300  FILE SECTION.                                                   00430001
004700  FD  HIST-RPT-FILE                                               00470001
004800      RECORDING MODE F.                                           00480001
004900  01  HIST-RPT-RECORD         PIC X(80).                          00490001
004910  FD  AHST-SEL-FILE                                               00491039
004920      RECORDING MODE F.                                           00492039
004930  01  AHST-SEL-RECORD.                                            00493039
004940      05  AHS-APPL-ID         PIC X(8).                           00494039
004950      05  AHS-JOBNAME         PIC X(8).                           00495039
004960      05  FILLER              PIC X(64).                          00496039
005000  WORKING-STORAGE SECTION.                                        00500001
005100  77  PGMNAME                 PIC X(8) VALUE 'ACIFAHST'.          00510001
005200  77  AUDIT-IN-STATUS         PIC XX VALUE SPACES.                00520001
005300  77  HIST-RPT-STATUS         PIC XX VALUE SPACES.                00530001
005350  77  AHST-SEL-STATUS         PIC XX VALUE SPACES.                00535039
005400  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    00540001
005500      88  IN-EOF                  VALUE 'Y'.                      00550001
005600      88  IN-NOT-EOF              VALUE 'N'.                      00560001
006100      05  DATE-CONV-SUB       PIC 9(8) BINARY VALUE ZERO.         00610001
006200      05  DATE-REJ-SUB        PIC 9(8) BINARY VALUE ZERO.         00620001
006300      05  OVERFLOW-COUNT      PIC 9(8) BINARY VALUE ZERO.         00630001
006350      05  NOT-SELECTED-COUNT  PIC 9(8) BINARY VALUE ZERO.         00635039
006400      05  PREV-DATE           PIC 9(8) VALUE ZERO.                00640001
006500      05  SUM-IX              PIC 9(4) BINARY VALUE ZERO.         00650001
006600      05  SUM-JX              PIC 9(4) BINARY VALUE ZERO.         00660001
007100  01  WORK-KEY.                                                   00710001
007200      05  WRK-DATE            PIC 9(8).                           00720001
007300      05  WRK-JOBNAME         PIC X(8).                           00730001
007350      05  WRK-APPL-ID         PIC X(8).                           00735039
007400      05  WRK-TYPE            PIC X(3).                           00740001
007500  01  HIST-DISPLAY-FIELDS.                                        00750001
007600      05  CONV-DISP           PIC ZZZ,ZZZ,ZZ9.                    00760001
010200          10  SUM-KEY.                                            01020001
010300              15  SUM-DATE        PIC 9(8).                       01030001
010400              15  SUM-JOBNAME     PIC X(8).                       01040001
010450              15  SUM-APPL-ID     PIC X(8).                       01045039
010500              15  SUM-TYPE        PIC X(3).                       01050001
010600          10  SUM-CONV-COUNT      PIC 9(8) BINARY.                01060001
010700          10  SUM-REJ-COUNT       PIC 9(8) BINARY.                01070001
010720* the operator's selection; spaces select every value.            01072039
010740  01  HIST-SELECTION.                                             01074039
010760      05  SEL-APPL-ID         PIC X(8) VALUE SPACES.              01076039
010780      05  SEL-JOBNAME         PIC X(8) VALUE SPACES.              01078039
010800  TITLE 'Initialization and Main Line'.                           01080001
010900  PROCEDURE DIVISION.                                             01090001
011000  MAIN-LINE.                                                      01100001
011050      PERFORM LOAD-HIST-SELECTION.                                01105039
011100      OPEN INPUT AUDIT-IN-FILE.                                   01110001
011200      OPEN OUTPUT HIST-RPT-FILE.                                  01120001
011300      MOVE SPACES TO HIST-RPT-RECORD.                             01130001
011500             DELIMITED BY SIZE INTO HIST-RPT-RECORD.              01150001
011600      WRITE HIST-RPT-RECORD.                                      01160001
011700      MOVE SPACES TO HIST-RPT-RECORD.                             01170001
011800      STRING ' DATE     JOBNAME  APPL-ID  SF TYPE     '           01180039
011900             '  CONVERTED    REJECTED'                            01190001
012000             DELIMITED BY SIZE INTO HIST-RPT-RECORD.              01200001
012100      WRITE HIST-RPT-RECORD.                                      01210001
012110      IF SEL-APPL-ID NOT = SPACES OR SEL-JOBNAME NOT = SPACES     01211039
012120       THEN                                                       01212039
012130        MOVE SPACES TO HIST-RPT-RECORD;                           01213039
012140        STRING ' SELECTED APPLICATION ' SEL-APPL-ID               01214039
012150               ' JOBNAME ' SEL-JOBNAME                            01215039
012160               DELIMITED BY SIZE INTO HIST-RPT-RECORD;            01216039
012170        WRITE HIST-RPT-RECORD;                                    01217039
012180      END-IF.                                                     01218039
012200      PERFORM UNTIL IN-EOF                                        01220001
012300        READ AUDIT-IN-FILE                                        01230001
012400          AT END                                                  01240001
012500            SET IN-EOF TO TRUE                                    01250001
012600          NOT AT END                                              01260001
012700            ADD 1 TO RECORD-COUNT;                                01270001
012720            IF (SEL-APPL-ID = SPACES                              01272039
012740                OR AUD-RID-APPL-ID = SEL-APPL-ID)                 01274039
012760               AND (SEL-JOBNAME = SPACES                          01276039
012780                OR AUD-RID-JOBNAME = SEL-JOBNAME)                 01278039
012800             THEN                                                 01280039
012820              PERFORM ACCUMULATE-AUDIT-RECORD                     01282039
012840             ELSE                                                 01284039
012860              ADD 1 TO NOT-SELECTED-COUNT                         01286039
012880            END-IF                                                01288039
012900        END-READ;                                                 01290001
013000      END-PERFORM.                                                01300001
013100      CLOSE AUDIT-IN-FILE.                                        01310001
013400      GOBACK.                                                     01340001
013500      EJECT                                                       01350001
013600* folds one audit record into the summary table.  the table is    01360001
013700* kept in (date, jobname, application, type) order by inserting   01370039
013800* each new key at its proper place, so no sort step is needed     01380039
013900* ahead of the report pass.  a concatenation with more distinct   01390039
014000* keys than the table holds is reported, not silently truncated.  01400039
014100  ACCUMULATE-AUDIT-RECORD.                                        01410001
014200      MOVE AUD-DATE     TO WRK-DATE.                              01420001
014300      MOVE AUD-JOBNAME  TO WRK-JOBNAME.                           01430001
014350      MOVE AUD-RID-APPL-ID TO WRK-APPL-ID.                        01435039
014400      MOVE AUD-NOP-TYPE TO WRK-TYPE.                              01440001
014500      SET KEY-NOTFOUND TO TRUE.                                   01450001
014600      MOVE 1 TO INSERT-AT.                                        01460001
020800      MOVE TOTAL-CONV-COUNT TO CONV-DISP.                         02080001
020900      MOVE TOTAL-REJ-COUNT  TO REJ-DISP.                          02090001
021000      MOVE SPACES TO HIST-RPT-RECORD.                             02100001
021100      STRING ' PERIOD TOTALS                        '             02110039
021200             CONV-DISP '  ' REJ-DISP                              02120001
021300             DELIMITED BY SIZE INTO HIST-RPT-RECORD.              02130001
021400      WRITE HIST-RPT-RECORD.                                      02140001
021414     STRING ' AUDIT RECORDS READ          ' CONV-DISP             02141401
021416            DELIMITED BY SIZE INTO HIST-RPT-RECORD.               02141601
021418     WRITE HIST-RPT-RECORD.                                       02141801
021427     IF NOT-SELECTED-COUNT > ZERO                                 02142739
021436      THEN                                                        02143639
021445       MOVE NOT-SELECTED-COUNT TO CONV-DISP;                      02144539
021454       MOVE SPACES TO HIST-RPT-RECORD;                            02145439
021463       STRING ' RECORDS NOT SELECTED        ' CONV-DISP           02146339
021472              DELIMITED BY SIZE INTO HIST-RPT-RECORD;             02147239
021481       WRITE HIST-RPT-RECORD;                                     02148139
021490     END-IF.                                                      02149039
021500      IF OVERFLOW-COUNT > ZERO                                    02150001
021600       THEN                                                       02160001
021700        MOVE OVERFLOW-COUNT TO OVFL-DISP;                         02170001
023200      MOVE SUM-REJ-COUNT (SUM-IX) TO REJ-DISP.                    02320001
023300      MOVE SPACES TO HIST-RPT-RECORD.                             02330001
023400      STRING ' ' DATE-DISP ' ' SUM-JOBNAME (SUM-IX)               02340001
023450             ' ' SUM-APPL-ID (SUM-IX)                             02345039
023500             ' X''' TYPE-HEX-DISP ''' '                           02350001
023600             CONV-DISP '  ' REJ-DISP                              02360001
023700             DELIMITED BY SIZE INTO HIST-RPT-RECORD.              02370001
024600      MOVE DATE-CONV-SUB TO CONV-DISP.                            02460001
024700      MOVE DATE-REJ-SUB  TO REJ-DISP.                             02470001
024800      MOVE SPACES TO HIST-RPT-RECORD.                             02480001
024900      STRING ' ' DATE-DISP ' SUBTOTAL                    '        02490039
025000             CONV-DISP '  ' REJ-DISP                              02500001
025100             DELIMITED BY SIZE INTO HIST-RPT-RECORD.              02510001
025200      WRITE HIST-RPT-RECORD.                                      02520001
025300      MOVE ZERO TO DATE-CONV-SUB DATE-REJ-SUB.                    02530001
025400      SKIP1                                                       02540001
025405* picks up the operator's selection; a missing file selects every 02540539
025410* run in the concatenation, as the report always has.             02541039
025415  LOAD-HIST-SELECTION.                                            02541539
025420      OPEN INPUT AHST-SEL-FILE.                                   02542039
025425      IF AHST-SEL-STATUS = '00'                                   02542539
025430       THEN                                                       02543039
025435        READ AHST-SEL-FILE                                        02543539
025440          AT END                                                  02544039
025445            CONTINUE                                              02544539
025450          NOT AT END                                              02545039
025455            MOVE AHS-APPL-ID TO SEL-APPL-ID                       02545539
025460            MOVE AHS-JOBNAME TO SEL-JOBNAME                       02546039
025465        END-READ;                                                 02546539
025470        CLOSE AHST-SEL-FILE;                                      02547039
025475      END-IF.                                                     02547539
025480      SKIP1                                                       02548039
025500* renders the 3 type bytes as 6 hex digits, the way the AFP       02550001
025600* reference spells structured field identifiers, since the raw    02560001
025700* bytes are unprintable.                                          02570001
