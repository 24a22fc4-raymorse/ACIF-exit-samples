000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010010
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 04              00020042
000300  ID DIVISION.                                                    00030010
000400  PROGRAM-ID. ACIFRECN.                                           00040010
000500  AUTHOR. MAINT.                                                  00050010
001800                Both input datasets are expected in NOP-SEQNUM    00180010
001900                order, since that is the order ACIF itself streams00190010
002000                structured fields through both exits.             00200010
002010                                                                  00201042
002020                When ddname STEPRSLT is allocated, the step       00202042
002030                appends one result record to it (laid out by      00203042
002040                STEPRSLT): its return code and the count of       00204042
002050                entries that did not reconcile, for the           00205042
002060                shift-turnover report to read.                    00206042
002100  DATE-WRITTEN. 8 Aug 2026.                                       00210010
002200  DATE-COMPILED.                                                  00220010
002300  SECURITY. IBM SAMPLE CODE ONLY.                                 00230010
004000          ORGANIZATION IS SEQUENTIAL                              00400010
004100          ACCESS MODE IS SEQUENTIAL                               00410010
004200          FILE STATUS IS RECON-RPT-STATUS.                        00420010
004220      SELECT STEPRSLT-FILE ASSIGN TO STEPRSLT                     00422042
004240          ORGANIZATION IS SEQUENTIAL                              00424042
004260          ACCESS MODE IS SEQUENTIAL                               00426042
004280          FILE STATUS IS STEPRSLT-STATUS.                         00428042
004300      EJECT                                                       00430010
004400  DATA DIVISION.                                                  00440010
004500  FILE SECTION.                                                   00450010
005500                    ==AUD-RECLEN==     BY ==INA-RECLEN==,         00550010
005600                    ==AUD-LINE-COUNT== BY ==INA-LINE-COUNT==,     00560010
005700                    ==AUD-PAGE-COUNT== BY ==INA-PAGE-COUNT==,     00570024
005710                    ==AUD-REJECT-FLAG== BY ==INA-REJECT-FLAG==,   00571039
005720                    ==AUD-RUN-ID==     BY ==INA-RUN-ID==,         00572039
005730                    ==AUD-RID-JOBNAME== BY ==INA-RID-JOBNAME==,   00573039
005740                    ==AUD-RID-APPL-ID== BY ==INA-RID-APPL-ID==,   00574039
005750                    ==AUD-RID-DATE==   BY ==INA-RID-DATE==,       00575039
005760                    ==AUD-RID-TIME==   BY ==INA-RID-TIME==.       00576039
005800  FD  OUT-NOP-FILE                                                00580010
005900      RECORDING MODE F.                                           00590010
006000      COPY AUDITREC                                               00600010
006700                    ==AUD-RECLEN==     BY ==OTA-RECLEN==,         00670010
006800                    ==AUD-LINE-COUNT== BY ==OTA-LINE-COUNT==,     00680010
006900                    ==AUD-PAGE-COUNT== BY ==OTA-PAGE-COUNT==,     00690024
006910                    ==AUD-REJECT-FLAG== BY ==OTA-REJECT-FLAG==,   00691039
006920                    ==AUD-RUN-ID==     BY ==OTA-RUN-ID==,         00692039
006930                    ==AUD-RID-JOBNAME== BY ==OTA-RID-JOBNAME==,   00693039
006940                    ==AUD-RID-APPL-ID== BY ==OTA-RID-APPL-ID==,   00694039
006950                    ==AUD-RID-DATE==   BY ==OTA-RID-DATE==,       00695039
006960                    ==AUD-RID-TIME==   BY ==OTA-RID-TIME==.       00696039
007000  FD  RECON-RPT-FILE                                              00700010
007100      RECORDING MODE F.                                           00710010
007200  01  RECON-RPT-RECORD        PIC X(80).                          00720010
007220  FD  STEPRSLT-FILE                                               00722042
007240      RECORDING MODE F.                                           00724042
007260      COPY STEPRSLT.                                              00726042
007300  WORKING-STORAGE SECTION.                                        00730010
007400  77  PGMNAME                 PIC X(8) VALUE 'ACIFRECN'.          00740010
007500  77  IN-NOP-FILE-STATUS      PIC XX VALUE SPACES.                00750010
007600  77  OUT-NOP-FILE-STATUS     PIC XX VALUE SPACES.                00760010
007700  77  RECON-RPT-STATUS        PIC XX VALUE SPACES.                00770010
007720  77  STEPRSLT-STATUS         PIC XX VALUE SPACES.                00772042
007750  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            00775039
007800  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    00780010
007900      88  IN-EOF                  VALUE 'Y'.                      00790010
008000      88  IN-NOT-EOF              VALUE 'N'.                      00800010
009050      05  LAST-MATCHED-SEQNUM PIC 9(4) BINARY VALUE ZERO.         00900020
009100      05  TRUNCATE-COUNT      PIC 9(8) BINARY VALUE ZERO.         00910010
009110      05  REJECTED-COUNT      PIC 9(8) BINARY VALUE ZERO.         00911024
009150      05  MIXED-RUN-COUNT     PIC 9(8) BINARY VALUE ZERO.         00915039
009200  01  RECON-DISPLAY-FIELDS.                                       00920010
009300      05  IN-COUNT-DISP       PIC ZZZ,ZZ9.                        00930010
009400      05  OUT-COUNT-DISP      PIC ZZZ,ZZ9.                        00940010
009800      05  REORD-COUNT-DISP    PIC ZZZ,ZZ9.                        00980010
009900      05  TRUNC-COUNT-DISP    PIC ZZZ,ZZ9.                        00990010
009910      05  REJ-COUNT-DISP      PIC ZZZ,ZZ9.                        00991024
009940      05  MIXED-COUNT-DISP    PIC ZZZ,ZZ9.                        00994039
009970      05  RECNUM-DISP         PIC ZZZ,ZZZ,ZZ9.                    00997039
010000      05  SEQNUM-DISP         PIC ZZZ9.                           01000010
010100      05  RECLEN-IN-DISP      PIC ZZZZ9.                          01010020
010200      05  RECLEN-OUT-DISP     PIC ZZZZ9.                          01020020
010205* the run both trails must belong to: the first INPNOPS record's  01020539
010210* run identifier (the first OUTNOPS record's when INPNOPS is      01021039
010215* empty).  an entry carrying any other identifier means two runs' 01021539
010220* datasets were concatenated, and matching by NOP-SEQNUM across   01022039
010225* them proves nothing.                                            01022539
010230  01  RUN-CHECK-DATA.                                             01023039
010235      05  EXPECTED-RUN-ID     VALUE SPACES.                       01023542
010240          10  EXP-RID-JOBNAME PIC X(8).                           01024039
010245          10  EXP-RID-APPL-ID PIC X(8).                           01024539
010250          10  EXP-RID-DATE    PIC 9(8).                           01025039
010255          10  EXP-RID-TIME    PIC 9(8).                           01025539
010260      05  IN-MIXED-FLAG       PIC X VALUE 'N'.                    01026039
010265          88  IN-MIXED-REPORTED   VALUE 'Y'.                      01026539
010270      05  OUT-MIXED-FLAG      PIC X VALUE 'N'.                    01027039
010275          88  OUT-MIXED-REPORTED  VALUE 'Y'.                      01027539
010280      05  EXPECTED-RUN-FLAG   PIC X VALUE 'N'.                    01028039
010285          88  EXPECTED-RUN-SET    VALUE 'Y'.                      01028539
010300  TITLE 'Initialization and Main Line'.                           01030010
010400  PROCEDURE DIVISION.                                             01040010
010500  MAIN-LINE.                                                      01050010
010700      OPEN OUTPUT RECON-RPT-FILE.                                 01070010
010800      PERFORM WRITE-REPORT-HEADER.                                01080010
010900      PERFORM READ-IN-NOP.                                        01090010
010960      PERFORM READ-OUT-NOP.                                       01096039
011020      PERFORM WRITE-RUN-ID-LINE.                                  01102039
011100      PERFORM RECONCILE-NOPS UNTIL IN-EOF AND OUT-EOF.            01110010
011200      PERFORM WRITE-REPORT-SUMMARY.                               01120010
011300      CLOSE IN-NOP-FILE OUT-NOP-FILE RECON-RPT-FILE.              01130010
011310      IF MIXED-RUN-COUNT > ZERO                                   01131039
011320       THEN                                                       01132039
011330        DISPLAY PGMNAME, ' TRAILS FROM MORE THAN ONE RUN - RC=8'; 01133039
011340        MOVE ERROR-RC TO RETURN-CODE;                             01134039
011350      END-IF.                                                     01135039
011370      PERFORM WRITE-STEP-RESULT.                                  01137042
011400      GOBACK.                                                     01140010
011500      EJECT                                                       01150010
011600* drives the matching loop one NOP-SEQNUM pair at a time.  both   01160010
019200           SET IN-EOF TO TRUE                                     01920010
019300         NOT AT END                                               01930010
019400           ADD 1 TO IN-RECORD-COUNT                               01940010
019450           PERFORM CHECK-IN-RUN-ID                                01945039
019500       END-READ;                                                  01950010
019600     END-IF.                                                      01960010
019700     EJECT                                                        01970010
020300           SET OUT-EOF TO TRUE                                    02030010
020400         NOT AT END                                               02040010
020500           ADD 1 TO OUT-RECORD-COUNT                              02050010
020550           PERFORM CHECK-OUT-RUN-ID                               02055039
020600       END-READ;                                                  02060010
020700     END-IF.                                                      02070010
020800     EJECT                                                        02080010
020801* the first record read fixes the run both trails must belong to; 02080139
020802* every later entry from another run is counted, and the first    02080239
020803* one on each side is listed so the stray dataset can be found in 02080339
020804* the concatenation.                                              02080439
020805  CHECK-IN-RUN-ID.                                                02080539
020806     IF NOT EXPECTED-RUN-SET                                      02080639
020807      THEN                                                        02080739
020808       MOVE INA-RUN-ID TO EXPECTED-RUN-ID;                        02080839
020809       SET EXPECTED-RUN-SET TO TRUE;                              02080939
020810      ELSE                                                        02081039
020811       IF INA-RUN-ID NOT = EXPECTED-RUN-ID                        02081139
020812        THEN                                                      02081239
020813         ADD 1 TO MIXED-RUN-COUNT;                                02081339
020814         IF NOT IN-MIXED-REPORTED                                 02081439
020815          THEN                                                    02081539
020816           SET IN-MIXED-REPORTED TO TRUE;                         02081639
020817           MOVE IN-RECORD-COUNT TO RECNUM-DISP;                   02081739
020818           MOVE SPACES TO RECON-RPT-RECORD;                       02081839
020819           STRING 'OTHER RUN   INPNOPS REC ' RECNUM-DISP          02081939
020820                  ' ' INA-RID-JOBNAME ' ' INA-RID-APPL-ID         02082039
020821                  ' ' INA-RID-DATE ' ' INA-RID-TIME               02082139
020822                  DELIMITED BY SIZE INTO RECON-RPT-RECORD;        02082239
020823           WRITE RECON-RPT-RECORD;                                02082339
020824         END-IF;                                                  02082439
020825       END-IF;                                                    02082539
020826     END-IF.                                                      02082639
020827     SKIP1                                                        02082739
020828  CHECK-OUT-RUN-ID.                                               02082839
020829     IF NOT EXPECTED-RUN-SET                                      02082939
020830      THEN                                                        02083039
020831       MOVE OTA-RUN-ID TO EXPECTED-RUN-ID;                        02083139
020832       SET EXPECTED-RUN-SET TO TRUE;                              02083239
020833      ELSE                                                        02083339
020834       IF OTA-RUN-ID NOT = EXPECTED-RUN-ID                        02083439
020835        THEN                                                      02083539
020836         ADD 1 TO MIXED-RUN-COUNT;                                02083639
020837         IF NOT OUT-MIXED-REPORTED                                02083739
020838          THEN                                                    02083839
020839           SET OUT-MIXED-REPORTED TO TRUE;                        02083939
020840           MOVE OUT-RECORD-COUNT TO RECNUM-DISP;                  02084039
020841           MOVE SPACES TO RECON-RPT-RECORD;                       02084139
020842           STRING 'OTHER RUN   OUTNOPS REC ' RECNUM-DISP          02084239
020843                  ' ' OTA-RID-JOBNAME ' ' OTA-RID-APPL-ID         02084339
020844                  ' ' OTA-RID-DATE ' ' OTA-RID-TIME               02084439
020845                  DELIMITED BY SIZE INTO RECON-RPT-RECORD;        02084539
020846           WRITE RECON-RPT-RECORD;                                02084639
020847         END-IF;                                                  02084739
020848       END-IF;                                                    02084839
020849     END-IF.                                                      02084939
020850     EJECT                                                        02085039
020900  WRITE-REPORT-HEADER.                                            02090010
021000     MOVE SPACES TO RECON-RPT-RECORD.                             02100010
021100     STRING PGMNAME ' - ACIF NOP ROUND-TRIP RECONCILIATION REPORT'02110010
021200            DELIMITED BY SIZE INTO RECON-RPT-RECORD.              02120010
021300     WRITE RECON-RPT-RECORD.                                      02130010
021400     EJECT                                                        02140010
021410* names the run the report certifies, so a filed report is never  02141039
021420* ambiguous about which application's job it speaks for.  with    02142042
021425* both trails empty there is no run to name.                      02142542
021430  WRITE-RUN-ID-LINE.                                              02143039
021440     MOVE SPACES TO RECON-RPT-RECORD.                             02144039
021442     IF EXPECTED-RUN-SET                                          02144242
021444      THEN                                                        02144442
021450       STRING ' RUN ID ' EXP-RID-JOBNAME ' ' EXP-RID-APPL-ID      02145042
021460              ' ' EXP-RID-DATE ' ' EXP-RID-TIME                   02146042
021470              DELIMITED BY SIZE INTO RECON-RPT-RECORD;            02147042
021472      ELSE                                                        02147242
021474       STRING ' RUN ID NONE'                                      02147442
021476              DELIMITED BY SIZE INTO RECON-RPT-RECORD;            02147642
021478     END-IF.                                                      02147842
021480     WRITE RECON-RPT-RECORD.                                      02148039
021490     SKIP1                                                        02149039
021500  WRITE-REPORT-SUMMARY.                                           02150010
021600     MOVE IN-RECORD-COUNT  TO IN-COUNT-DISP.                      02160010
021700     MOVE OUT-RECORD-COUNT TO OUT-COUNT-DISP.                     02170010
022100     MOVE REORDER-COUNT    TO REORD-COUNT-DISP.                   02210010
022200     MOVE TRUNCATE-COUNT   TO TRUNC-COUNT-DISP.                   02220010
022201     MOVE REJECTED-COUNT   TO REJ-COUNT-DISP.                     02220024
022241     MOVE MIXED-RUN-COUNT  TO MIXED-COUNT-DISP.                   02224139
022300     MOVE SPACES TO RECON-RPT-RECORD.                             02230010
022400     STRING ' IN-STREAM ENTRIES ............. ' IN-COUNT-DISP     02240010
022500            DELIMITED BY SIZE INTO RECON-RPT-RECORD.              02250010
024300            DELIMITED BY SIZE INTO RECON-RPT-RECORD.              02430010
024400     WRITE RECON-RPT-RECORD.                                      02440010
024410     STRING ' REJECTED TO SUSPENSE .......... ' REJ-COUNT-DISP    02441024
024412            DELIMITED BY SIZE INTO RECON-RPT-RECORD.              02441239
024414     WRITE RECON-RPT-RECORD.                                      02441439
024416     STRING ' ENTRIES FROM ANOTHER RUN ...... ' MIXED-COUNT-DISP  02441639
024420            DELIMITED BY SIZE INTO RECON-RPT-RECORD.              02442024
024430     WRITE RECON-RPT-RECORD.                                      02443024
024500     IF MISSING-COUNT = ZERO AND EXTRA-COUNT = ZERO               02450010
024560        AND REORDER-COUNT = ZERO AND TRUNCATE-COUNT = ZERO        02456039
024620        AND MIXED-RUN-COUNT = ZERO                                02462039
024700      THEN                                                        02470010
024800       MOVE SPACES TO RECON-RPT-RECORD;                           02480010
024900       STRING ' RUN CERTIFIED - LOSSLESS ROUND TRIP'              02490010
025000              DELIMITED BY SIZE INTO RECON-RPT-RECORD;            02500010
025100       WRITE RECON-RPT-RECORD;                                    02510010
025200     END-IF.                                                      02520010
025300      EJECT                                                       02530042
025400* the result record the shift-turnover report reads in place of   02540042
025500* this step's job log.  the dataset is optional; without it the   02550042
025600* step ends as it always has.                                     02560042
025700  WRITE-STEP-RESULT.                                              02570042
025800      OPEN EXTEND STEPRSLT-FILE.                                  02580042
025900      IF STEPRSLT-STATUS = '00'                                   02590042
026000       THEN                                                       02600042
026100        MOVE SPACES TO STEP-RESULT-RECORD;                        02610042
026200        MOVE PGMNAME TO SRS-PROGRAM;                              02620042
026300        MOVE RETURN-CODE TO SRS-RETURN-CODE;                      02630042
026400        COMPUTE SRS-EXCEPTION-COUNT = MISSING-COUNT + EXTRA-COUNT 02640042
026500                + REORDER-COUNT + TRUNCATE-COUNT                  02650042
026600                + MIXED-RUN-COUNT;                                02660042
026700        ACCEPT SRS-END-DATE FROM DATE YYYYMMDD;                   02670042
026800        ACCEPT SRS-END-TIME FROM TIME;                            02680042
026900        IF EXPECTED-RUN-SET                                       02690042
027000         THEN                                                     02700042
027100          MOVE EXPECTED-RUN-ID TO SRS-RUN-ID;                     02710042
027200        END-IF;                                                   02720042
027300        WRITE STEP-RESULT-RECORD;                                 02730042
027400        CLOSE STEPRSLT-FILE;                                      02740042
027500      END-IF.                                                     02750042
027600  END PROGRAM ACIFRECN.                                           02760042
