000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010012
000200* LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY MAINT   VERSION 14   *00020043
000300 ID DIVISION.                                                     00030008
000400 PROGRAM-ID. ACIFIBDT.                                            00040008
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050008
005143         ORGANIZATION IS SEQUENTIAL                               00514334
005144         ACCESS MODE IS SEQUENTIAL                                00514434
005145         FILE STATUS IS SFPROF-FILE-STATUS.                       00514534
005145     SELECT ROUTE-FILE ASSIGN TO ROUTECTL                         00514540
005145         ORGANIZATION IS SEQUENTIAL                               00514540
005145         ACCESS MODE IS SEQUENTIAL                                00514540
005145         FILE STATUS IS ROUTE-FILE-STATUS.                        00514540
005145     SELECT EDELIV-FILE ASSIGN TO EDELIV                          00514540
005145         ORGANIZATION IS SEQUENTIAL                               00514540
005145         ACCESS MODE IS SEQUENTIAL                                00514540
005145         FILE STATUS IS EDELIV-FILE-STATUS.                       00514540
005145     SELECT EDELIDX-FILE ASSIGN TO EDELIDX                        00514540
005145         ORGANIZATION IS SEQUENTIAL                               00514540
005145         ACCESS MODE IS SEQUENTIAL                                00514540
005145         FILE STATUS IS EDELIDX-FILE-STATUS.                      00514540
005145     SELECT TLECLEAR-FILE ASSIGN TO TLECLEAR                      00514543
005145         ORGANIZATION IS SEQUENTIAL                               00514543
005145         ACCESS MODE IS SEQUENTIAL                                00514543
005145         FILE STATUS IS TLECLEAR-FILE-STATUS.                     00514543
005145     SELECT PARTSEED-FILE ASSIGN TO PARTSEED                      00514543
005145         ORGANIZATION IS SEQUENTIAL                               00514543
005145         ACCESS MODE IS SEQUENTIAL                                00514543
005145         FILE STATUS IS PARTSEED-FILE-STATUS.                     00514543
005145     SELECT APPLCTL-FILE ASSIGN TO APPLCTL                        00514543
005145         ORGANIZATION IS SEQUENTIAL                               00514543
005145         ACCESS MODE IS SEQUENTIAL                                00514543
005145         FILE STATUS IS APPLCTL-FILE-STATUS.                      00514543
005100     EJECT                                                        00510008
005200 DATA DIVISION.                                                   00520008
005201  FILE SECTION.                                                   00520013
005306 FD  TLEINDEX-FILE                                                00530526
005307     RECORDING MODE F.                                            00530526
005308     COPY TLEINDEX.                                               00530526
005308* THE TLEINDEX RECORD AS IT STOOD BEFORE MASKCTL MASKED ITS VALUE,00530843
005308* FOR THE ARCHIVE LOAD AND THE ATTRVSAM LOOKUP, WHICH NEED THE    00530843
005308* REAL VALUE.  NOTHING ELSE SHOULD READ IT.                       00530843
005308 FD  TLECLEAR-FILE                                                00530843
005308     RECORDING MODE F.                                            00530843
005308 01  TLE-CLEAR-RECORD        PIC X(160).                          00530843
005308 FD  PARTSEED-FILE                                                00530843
005308     RECORDING MODE F.                                            00530843
005308     COPY PARTMAN.                                                00530843
005308* THE APPLICATION ID (BILLING, TAXFORM, ...) THE RUN IDENTIFIER   00530843
005308* CARRIES, IN COLUMNS 1-8 OF THE FIRST RECORD.                    00530843
005308 FD  APPLCTL-FILE                                                 00530843
005308     RECORDING MODE F.                                            00530843
005308 01  APPLCTL-RECORD.                                              00530843
005308     05  APC-APPL-ID         PIC X(8).                            00530843
005308     05  FILLER              PIC X(72).                           00530843
005309 FD  RESUSAGE-FILE                                                00530827
005310     RECORDING MODE F.                                            00530827
005311     COPY RESUSREC.                                               00530827
005312 FD  DUPGRP-FILE                                                  00531128
005313     RECORDING MODE F.                                            00531128
005314     COPY DUPGRPS.                                                00531443
005325 FD  RUNHIST-FILE                                                 00532429
005326     RECORDING MODE F.                                            00532429
005327     COPY RUNHIST.                                                00532429
005335     05  SUPC-ATTR-VALUE     PIC X(64).                           00533531
005336 FD  SUPRLOG-FILE                                                 00533631
005337     RECORDING MODE F.                                            00533731
005338     COPY SUPRLOG.                                                00533843
005349 FD  CTLTOT-FILE                                                  00534933
005350     RECORDING MODE F.                                            00535033
005351* ONE RECORD PER APPLICATION: THE EXPECTED RANGES FOR PAGES,      00535133
005364 FD  SFPROF-FILE                                                  00536434
005365     RECORDING MODE F.                                            00536534
005366     COPY SFPROFRC.                                               00536634
005366 FD  ROUTE-FILE                                                   00536640
005366     RECORDING MODE F.                                            00536640
005366* ONE ROW PER ROUTING VALUE: A TLE ATTRIBUTE NAME AND THE EXACT   00536640
005366* VALUE (DELIVERY=EMAIL, DELIVERY=PORTAL) WHOSE NAMED GROUP GOES  00536640
005366* TO THE E-DELIVERY DATASET INSTEAD OF THE PRINTER.               00536640
005366 01  ROUTE-CTL-RECORD.                                            00536640
005366     05  RTEC-ATTR-NAME      PIC X(32).                           00536640
005366     05  RTEC-ATTR-VALUE     PIC X(64).                           00536640
005366 FD  EDELIV-FILE                                                  00536640
005366     RECORDING MODE V                                             00536640
005366     RECORD VARYING IN SIZE FROM 1 TO 26597 CHARACTERS            00536640
005366         DEPENDING ON EDEL-OUT-LEN.                               00536640
005366* ONE AFP RECORD, CARRIAGE CONTROL BYTE FIRST, AS IT ARRIVED IN   00536640
005366* THE INPUT STREAM - NEVER THE NOP WRAPPER THIS EXIT PRINTS.      00536640
005366 01  EDELIV-RECORD           PIC X(26597).                        00536640
005366 FD  EDELIDX-FILE                                                 00536640
005366     RECORDING MODE F.                                            00536640
005366     COPY EDELIDX.                                                00536640
529400  FD  CHKPT-IN-FILE                                               52940015
529410      RECORDING MODE F.                                           52940015
529420      COPY CHKPTREC                                               52940015
529572                    ==CKR-SUPR-COUNT==                            52957237
529572                  BY ==CKI-SUPR-COUNT==,                          52957237
529572                    ==CKR-SUPR-DEL-COUNT==                        52957237
529572                  BY ==CKI-SUPR-DEL-COUNT==,                      52957239
529572                    ==CKR-GROUPS-BEGUN-COUNT==                    52957240
529572                  BY ==CKI-GROUPS-BEGUN-COUNT==,                  52957240
529572                    ==CKR-GROUPS-UNCLOSED-COUNT==                 52957240
529572                  BY ==CKI-GROUPS-UNCLOSED-COUNT==,               52957240
529572                    ==CKR-EDEL-COUNT==                            52957240
529572                  BY ==CKI-EDEL-COUNT==,                          52957240
529572                    ==CKR-EDEL-PAGE-COUNT==                       52957240
529572                  BY ==CKI-EDEL-PAGE-COUNT==,                     52957240
529572                    ==CKR-EDEL-DEL-COUNT==                        52957240
529572                  BY ==CKI-EDEL-DEL-COUNT==,                      52957240
529572                    ==CKR-ROUTE-LATE-COUNT==                      52957240
529572                  BY ==CKI-ROUTE-LATE-COUNT==,                    52957240
529572                    ==CKR-RUN-ID==                                52957239
529572                  BY ==CKI-RUN-ID==.                              52957239
529570  FD  CHKPT-OUT-FILE                                              52950015
529580      RECORDING MODE F.                                           52950015
529590      COPY CHKPTREC                                               52950015
529742                    ==CKR-SUPR-COUNT==                            52974237
529742                  BY ==CKO-SUPR-COUNT==,                          52974237
529742                    ==CKR-SUPR-DEL-COUNT==                        52974237
529742                  BY ==CKO-SUPR-DEL-COUNT==,                      52974239
529742                    ==CKR-GROUPS-BEGUN-COUNT==                    52974240
529742                  BY ==CKO-GROUPS-BEGUN-COUNT==,                  52974240
529742                    ==CKR-GROUPS-UNCLOSED-COUNT==                 52974240
529742                  BY ==CKO-GROUPS-UNCLOSED-COUNT==,               52974240
529742                    ==CKR-EDEL-COUNT==                            52974240
529742                  BY ==CKO-EDEL-COUNT==,                          52974240
529742                    ==CKR-EDEL-PAGE-COUNT==                       52974240
529742                  BY ==CKO-EDEL-PAGE-COUNT==,                     52974240
529742                    ==CKR-EDEL-DEL-COUNT==                        52974240
529742                  BY ==CKO-EDEL-DEL-COUNT==,                      52974240
529742                    ==CKR-ROUTE-LATE-COUNT==                      52974240
529742                  BY ==CKO-ROUTE-LATE-COUNT==,                    52974240
529742                    ==CKR-RUN-ID==                                52974239
529742                  BY ==CKO-RUN-ID==.                              52974239
005300 WORKING-STORAGE SECTION.                                         00530008
005400 77  PGMNAME                 PIC X(8) VALUE 'ACIFIBDT'.           00540008
005500 77  ABND-PGM                PIC X(8) VALUE 'CEE3ABD'.            00550008
005600 77  ABEND-CODE              PIC 9(4) BINARY VALUE 12.            00560008
005700 77  AFPWRITE                PIC X(8) VALUE 'AFPWRITE'.           00570008
005700 77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.           00570043
005800* The following are values for positions and lengths of items     00580008
005900* in the input lines.                                             00590008
006000 77  REPT-LEN                PIC 9(4) BINARY VALUE 3.             00600008
006448 77  PRF-MIN-DISP          PIC ZZZZ9.                             00644834
006449 77  PRF-MAX-DISP          PIC ZZZZ9.                             00644934
006450 77  TYPE-HEX-DISP         PIC X(6).                              00645034
006450 77  ROUTE-FILE-STATUS     PIC XX VALUE SPACES.                   00645040
006450 77  EDELIV-FILE-STATUS    PIC XX VALUE SPACES.                   00645040
006450 77  EDELIDX-FILE-STATUS   PIC XX VALUE SPACES.                   00645040
006450 77  TLECLEAR-FILE-STATUS  PIC XX VALUE SPACES.                   00645043
006450 77  PARTSEED-FILE-STATUS  PIC XX VALUE SPACES.                   00645043
006450 77  APPLCTL-FILE-STATUS   PIC XX VALUE SPACES.                   00645043
006450 77  MASK-DISP             PIC ZZZ,ZZZ,ZZ9.                       00645043
006450 77  EDEL-OUT-LEN          PIC 9(5) BINARY VALUE ZERO.            00645040
006450 77  EDEL-DISP             PIC ZZZ,ZZZ,ZZ9.                       00645040
006450 77  EDELP-DISP            PIC ZZZ,ZZZ,ZZ9.                       00645040
006450 77  EDELD-DISP            PIC ZZZ,ZZZ,ZZ9.                       00645040
006450 77  RTLATE-DISP           PIC ZZZ,ZZZ,ZZ9.                       00645040
006450 77  RCN-BEGUN-DISP        PIC ZZZZZZ9.                           00645040
006450 77  RCN-PRINT-DISP        PIC ZZZZZZ9.                           00645040
006450 77  RCN-EDEL-DISP         PIC ZZZZZZ9.                           00645040
006450 77  RCN-SUPR-DISP         PIC ZZZZZZ9.                           00645040
006450 77  RCN-DUP-DISP          PIC ZZZZZZ9.                           00645040
006450 77  RCN-OPEN-DISP         PIC ZZZZZZ9.                           00645040
006415 01  ANSI-CC-DEFAULT-VALUES.                                      00640018
006416     05  FILLER.                                                  00640018
006417         10  FILLER          PIC X VALUE ' '.                     00640018
008221     05  GROUP-BEGIN-LINE    PIC S9(8) BINARY.                    00821025
008222     05  GROUP-NAME-LEN      PIC 9(5) BINARY.                     00821025
008223     05  GROUPS-CLOSED-COUNT PIC S9(8) BINARY VALUE ZERO.         00822333
008223* every BNG tracked, and every group a later BNG abandoned while  00822340
008223* it was still open, for the EOJ group reconciliation.            00822340
008223     05  GROUPS-BEGUN-COUNT  PIC S9(8) BINARY VALUE ZERO.         00822340
008223     05  GROUPS-UNCLOSED-COUNT                                    00822340
008223                             PIC S9(8) BINARY VALUE ZERO.         00822340
008223 01  TLE-WORK.                                                    00822226
008224     05  TLEINDEX-MODE-FLAG  PIC X VALUE 'N'.                     00822226
008225         88  TLEINDEX-MODE       VALUE 'Y'.                       00822226
008242     05  TLE-HAVE-NAME-FLAG  PIC X.                               00822226
008243         88  TLE-HAVE-NAME       VALUE 'Y'.                       00822226
008244         88  TLE-NO-NAME         VALUE 'N'.                       00822226
008244     05  TLECLEAR-MODE-FLAG  PIC X VALUE 'N'.                     00824443
008244         88  TLECLEAR-MODE       VALUE 'Y'.                       00824443
008244         88  NOT-TLECLEAR-MODE   VALUE 'N'.                       00824443
008244     05  MASKCTL-MODE-FLAG   PIC X VALUE 'N'.                     00824443
008244         88  MASKCTL-MODE        VALUE 'Y'.                       00824443
008244         88  NOT-MASKCTL-MODE    VALUE 'N'.                       00824443
008244     05  MASK-COUNT          PIC S9(8) BINARY VALUE ZERO.         00824443
008244* parameters for the shared value masking routine: which attribute00824443
008244* names are sensitive, and how each is masked, come from MASKCTL. 00824443
008244     COPY MASKPARM.                                               00824443
008245* one entry per distinct print-resource combination seen on the   00824427
008246* run, with the line and page span where it applied.  updated on  00824427
008247* every input record, so the compare against the previous combo   00824427
008309     05  RUN-START-DATE      PIC 9(8).                            00829429
008310     05  RUN-START-TIME      PIC 9(8).                            00829429
008311     05  RUN-START-HUNDS     PIC S9(9) BINARY VALUE ZERO.         00829429
008311* the run identifier every output record carries (the external    00831139
008311* area hands it to ACIFOBDT in the same step), the identifier a   00831139
008311* checkpoint restart carries over from the first attempt, and the 00831139
008311* pointer that addresses the PSA at location zero so the jobname  00831139
008311* can be found.                                                   00831139
008311     COPY RUNIDENT.                                               00831139
008311 01  RUN-IDENT-WORK.                                              00831139
008311     05  RESTART-RUN-ID      PIC X(32) VALUE SPACES.              00831139
008311     05  PSA-PTR             POINTER.                             00831139
008311     05  PSA-ADDR            REDEFINES PSA-PTR                    00831139
008311                             PIC S9(9) BINARY.                    00831139
008312* one row per operator-registered suppression (a TLE attribute    00831231
008313* name and the exact value), and the in-flight state of a group   00831331
008314* being swallowed because its TLE matched: the log fields are     00831431
008339     05  SUPR-BEGIN-PAGE     PIC S9(8) BINARY.                    00833931
008340     05  SUPR-ATTR-NAME-WK   PIC X(32).                           00834031
008341     05  SUPR-ATTR-VALUE-WK  PIC X(64).                           00834131
008341* one row per operator-registered routing value (a TLE attribute  00834140
008341* name and the exact value that routes a named group away from    00834140
008341* print), and the state of the group being routed.  the           00834140
008341* opening records of a group - its BNG and the TLEs riding ahead  00834140
008341* of its first page - are held back from the printer until that   00834140
008341* page shows whether a routing TLE was among them; then they are  00834140
008341* either written to the e-delivery dataset with the rest of the   00834140
008341* group or released back into the print stream.                   00834140
008341 01  ROUTE-TABLE.                                                 00834140
008341     05  ROUTE-COUNT         PIC 9(4) BINARY VALUE ZERO.          00834140
008341     05  ROUTE-ENTRY OCCURS 0 TO 50 TIMES                         00834140
008341                     DEPENDING ON ROUTE-COUNT                     00834140
008341                     INDEXED BY ROUTE-IDX.                        00834140
008341         10  RTET-ATTR-NAME      PIC X(32).                       00834140
008341         10  RTET-ATTR-VALUE     PIC X(64).                       00834140
008341 01  ROUTE-MATCH-DATA.                                            00834140
008341     05  EDELIV-MODE-FLAG    PIC X VALUE 'N'.                     00834140
008341         88  EDELIV-MODE         VALUE 'Y'.                       00834140
008341         88  NOT-EDELIV-MODE     VALUE 'N'.                       00834140
008341     05  EDELIDX-MODE-FLAG   PIC X VALUE 'N'.                     00834140
008341         88  EDELIDX-MODE        VALUE 'Y'.                       00834140
008341         88  NOT-EDELIDX-MODE    VALUE 'N'.                       00834140
008341     05  ROUTE-FOUND-FLAG    PIC X VALUE 'N'.                     00834140
008341         88  ROUTE-FOUND         VALUE 'Y'.                       00834140
008341         88  ROUTE-NOTFOUND      VALUE 'N'.                       00834140
008341     05  ROUTE-MATCH-FLAG    PIC X VALUE 'N'.                     00834140
008341         88  ROUTE-MATCHED       VALUE 'Y'.                       00834140
008341         88  ROUTE-UNMATCHED     VALUE 'N'.                       00834140
008341     05  ROUTE-HOLD-FLAG     PIC X VALUE 'N'.                     00834140
008341         88  ROUTE-HOLD-ACTIVE   VALUE 'Y'.                       00834140
008341         88  ROUTE-HOLD-IDLE     VALUE 'N'.                       00834140
008341     05  ROUTE-DEADLINE-FLAG PIC X VALUE 'N'.                     00834140
008341         88  ROUTE-DEADLINE      VALUE 'Y'.                       00834140
008341         88  ROUTE-NOT-DEADLINE  VALUE 'N'.                       00834140
008341     05  HOLD-RELEASE-FLAG   PIC X VALUE 'N'.                     00834140
008341         88  HOLD-RELEASE-OWED   VALUE 'Y'.                       00834140
008341         88  HOLD-RELEASE-NOT-OWED VALUE 'N'.                     00834140
008341     05  DIVERT-FLAG         PIC X VALUE 'N'.                     00834140
008341         88  DIVERT-ACTIVE       VALUE 'Y'.                       00834140
008341         88  DIVERT-IDLE         VALUE 'N'.                       00834140
008341     05  AUDIT-HOLD-FLAG     PIC X VALUE 'N'.                     00834143
008341         88  AUDIT-LINE-HELD     VALUE 'Y'.                       00834143
008341         88  AUDIT-LINE-NOT-HELD VALUE 'N'.                       00834143
008341     05  EDEL-CLOSE-FLAG     PIC X VALUE 'U'.                     00834140
008341         88  EDEL-GROUP-CLOSED   VALUE 'C'.                       00834140
008341         88  EDEL-GROUP-UNCLOSED VALUE 'U'.                       00834140
008341     05  EDEL-COUNT          PIC S9(8) BINARY VALUE ZERO.         00834140
008341     05  EDEL-PAGE-COUNT     PIC S9(8) BINARY VALUE ZERO.         00834140
008341     05  EDEL-DEL-COUNT      PIC S9(8) BINARY VALUE ZERO.         00834140
008341     05  ROUTE-LATE-COUNT    PIC S9(8) BINARY VALUE ZERO.         00834140
008341     05  HOLD-LOST-COUNT     PIC S9(8) BINARY VALUE ZERO.         00834140
008341     05  EDEL-GROUP-NAME     PIC X(8).                            00834140
008341     05  EDEL-BEGIN-PAGE     PIC S9(8) BINARY.                    00834140
008341     05  EDEL-GROUP-PAGES    PIC S9(8) BINARY.                    00834140
008341     05  EDEL-GROUP-RECS     PIC S9(8) BINARY.                    00834140
008341     05  ROUTE-ATTR-NAME-WK  PIC X(32).                           00834140
008341     05  ROUTE-ATTR-VALUE-WK PIC X(64).                           00834140
008341     05  RECON-ACCOUNTED     PIC S9(8) BINARY.                    00834140
008341     05  RECON-DUP-DELETED   PIC S9(8) BINARY.                    00834140
008341     05  RECON-UNCLOSED      PIC S9(8) BINARY.                    00834140
008341     05  RECON-RESULT-FLAG   PIC X VALUE SPACE.                   00834143
008341         88  RECON-UNRECONCILED      VALUE 'Y'.                   00834143
008341         88  RECON-WARNING           VALUE 'W'.                   00834143
008341         88  RECON-RECONCILED        VALUE 'N'.                   00834143
008341* the held records, each exactly as the printer would have        00834140
008341* received it, flagged when this exit wrapped it in a NOP so the  00834140
008341* e-delivery copy can be unwrapped back to the original.  a record00834143
008341* this exit converted also keeps its audit line, written (and the 00834143
008341* conversion counted) only if the record goes to print.           00834143
008341 01  ROUTE-HOLD-TABLE.                                            00834140
008341     05  HOLD-COUNT          PIC 9(4) BINARY VALUE ZERO.          00834140
008341     05  HOLD-NEXT           PIC 9(4) BINARY VALUE ZERO.          00834140
008341     05  HOLD-ENTRY OCCURS 32 TIMES                               00834140
008341                    INDEXED BY HOLD-IDX.                          00834140
008341         10  HLD-RECLEN          PIC 9(5) BINARY.                 00834140
008341         10  HLD-WRAP-FLAG       PIC X.                           00834140
008341             88  HLD-WRAPPED         VALUE 'Y'.                   00834140
008341             88  HLD-AS-ARRIVED      VALUE 'N'.                   00834140
008341         10  HLD-AUDIT-FLAG      PIC X.                           00834143
008341             88  HLD-AUDIT-OWED      VALUE 'Y'.                   00834143
008341             88  HLD-NO-AUDIT        VALUE 'N'.                   00834143
008341         10  HLD-AUDIT-LINE      PIC X(100).                      00834143
008341         10  HLD-DATA            PIC X(4096).                     00834140
008341* the document boundary written ahead of and behind each diverted 00834140
008341* group: the group name is the document name.  an EDT carries no  00834140
008341* reserved bytes, so it is written two bytes shorter.             00834140
008341 01  EDEL-WRAP-RECORD.                                            00834140
008341     05  EDW-CC              PIC X.                               00834140
008341     05  EDW-RECLEN          PIC 9(4) BINARY.                     00834140
008341     05  EDW-TYPE            PIC XXX.                             00834140
008341     05  EDW-FLAG            PIC X.                               00834140
008341     05  EDW-SEQNUM          PIC 9(4) BINARY.                     00834140
008341     05  EDW-DOC-NAME        PIC X(8).                            00834140
008341     05  EDW-RESERVED        PIC XX.                              00834140
008342* the separator NOP owed to the inserter after a named group      00834232
008343* closes, and the buffer it is built in.  the data area leads     00834332
008344* with an eye-catcher the downstream inserter keys on.            00834432
008351         88  SEP-NOT-OWED        VALUE 'N'.                       00835132
008352     05  SEP-GROUP-NAME      PIC X(8) VALUE SPACES.               00835232
008353     05  SEP-GROUP-SEQ       PIC S9(8) BINARY VALUE ZERO.         00835332
008353     05  SEP-PAGE-BASE       PIC S9(8) BINARY VALUE ZERO.         00835343
008354     05  SEP-COUNT           PIC S9(8) BINARY VALUE ZERO.         00835432
008355     05  SEP-RECORD.                                              00835532
008356         10  SEP-CC          PIC X.                               00835632
009878* LIVE RUN WOULD HAVE DELETED, SKIPPED, AND SUPPRESSED.           00987835
009878    05  INP-UAREA-SIM-OPT   PIC X.                                00987835
009878        88  UAREA-SIM-WANTED    VALUE 'S'.                        00987835
009878* BYTES 15-16 ARE UNUSED.  ACIF'S USER AREA IS ONLY 16 BYTES, SO  00987843
009878* THE APPLICATION ID IN THE RUN IDENTIFIER COMES FROM DDNAME      00987843
009878* APPLCTL INSTEAD (SEE LOAD-APPLICATION-ID).                      00987843
009900                                                                  00990008
010000 01  INP-ATTR.                                                    01000008
010100     05  INP-CC              PIC XXX.                             01010008
013300                             DEPENDING ON NOP-RECLEN,             01330008
013400                             PIC X.                               01340008
013500     SKIP1                                                        01350008
013600* MVS CONTROL BLOCKS WALKED TO FIND THE RUNNING JOB'S NAME.       01360039
013600     COPY TIOTMAP.                                                01360039
013600 TITLE 'Initialization and Main Line'.                            01360008
013700 PROCEDURE DIVISION USING INP-PARMS.                              01370013
013800 MAIN-LINE.                                                       01380013
014917         GOBACK;                                                  01491735
014917       END-IF;                                                    01491735
014919     END-IF.                                                      01491932
014919* while a named group's opening records are held back for its     01491940
014919* routing decision, each record is checked for the point where    01491940
014919* the decision is due: the group's first page, a boundary, or a   01491940
014919* full hold.  a group that is not going to e-delivery gets its    01491940
014919* held records back one at a time, inserted ahead of this record  01491940
014919* the same way a separator is; ACIF re-presents this record after 01491940
014919* each one.  nothing is owed at EOF.                              01491940
014919     IF ROUTE-HOLD-ACTIVE AND NOT INP-EOF                         01491940
014919      THEN                                                        01491940
014919       PERFORM CHECK-ROUTE-DEADLINE;                              01491940
014919     END-IF.                                                      01491940
014919     IF HOLD-RELEASE-OWED AND NOT INP-EOF                         01491940
014919      THEN                                                        01491940
014919       IF SIMULATE-MODE                                           01491940
014919        THEN                                                      01491940
014919         SET HOLD-RELEASE-NOT-OWED TO TRUE;                       01491940
014919         MOVE ZERO TO HOLD-COUNT;                                 01491940
014919        ELSE                                                      01491940
014919         PERFORM INSERT-HELD-RECORD;                              01491940
014919         GOBACK;                                                  01491940
014919       END-IF;                                                    01491940
014919     END-IF.                                                      01491940
015000* close the audit trail at EOF after writing an end-of-job summary01500013
015100     IF INP-EOF                                                   01510013
015200      THEN                                                        01520013
015299        THEN                                                      01529934
015299         PERFORM WRITE-SF-PROFILE;                                01529934
015299       END-IF;                                                    01529934
015299       IF ROUTE-HOLD-ACTIVE OR DIVERT-ACTIVE                      01529940
015299        THEN                                                      01529940
015299         PERFORM SETTLE-ROUTING-AT-EOF;                           01529940
015299       END-IF;                                                    01529940
015300       PERFORM END-OF-JOB-SUMMARY;                                01530013
015300       PERFORM RECONCILE-GROUP-ROUTING;                           01530040
015301       IF CTLTOT-MODE                                             01530133
015302        THEN                                                      01530233
015303         PERFORM CHECK-CONTROL-TOTALS;                            01530333
015495        THEN                                                      01549534
015496         CLOSE SFPROF-FILE;                                       01549634
015497       END-IF;                                                    01549734
015497       IF EDELIV-MODE                                             01549740
015497        THEN                                                      01549740
015497         CLOSE EDELIV-FILE;                                       01549740
015497       END-IF;                                                    01549740
015497       IF EDELIDX-MODE                                            01549740
015497        THEN                                                      01549740
015497         CLOSE EDELIDX-FILE;                                      01549740
015497       END-IF;                                                    01549743
015497       IF TLECLEAR-MODE                                           01549743
015497        THEN                                                      01549743
015497         CLOSE TLECLEAR-FILE;                                     01549743
015497       END-IF;                                                    01549740
015500       GOBACK;                                                    01550013
015600     END-IF.                                                      01560013
015700     ADD 1 TO LINE-COUNT.                                         01570020
015723      THEN                                                        01572331
015723       PERFORM DELETE-SUPR-GROUP-RECORD;                          01572331
015723     END-IF.                                                      01572331
015723* a group routed to e-delivery is written there record by record  01572340
015723* and deleted from the print stream through its closing ENG.      01572340
015723     IF DIVERT-ACTIVE                                             01572340
015723      THEN                                                        01572340
015723       PERFORM DIVERT-GROUP-RECORD;                               01572340
015723     END-IF.                                                      01572340
015724* a record swallowed by the duplicate-group delete is done; a     01572428
015725* document boundary that stopped the swallow flows through the    01572528
015726* normal path below.                                              01572628
016440* and so, correctly, never reaches the extract.                   01644026
016450* the SUPRCTL suppression list reads the same decode, so it       01645031
016450* works with or without the extract dataset.                      01645031
016450* so does the ROUTECTL routing list.                              01645040
016460     IF (TLEINDEX-MODE OR SUPRCTL-MODE OR EDELIV-MODE)            01646040
016480        AND NOP-TYPE = SF-TLE                                     01648026
016500        AND INP-RECLEN > LENGTH OF NOP-INTRODUCER                 01650026
016520      THEN                                                        01652026
017080                               NOP-RECORD (1:SAVED-LINE-RECLEN);  01708035
017080         END-IF;                                                  01708035
017280         SET INP-USE TO TRUE;                                     01728024
017300* a conversion held for its group's routing decision is counted   01730043
017300* only once RELEASE-HELD-AUDIT sends it to print.                 01730043
017300         IF ROUTE-HOLD-IDLE                                       01730043
017300          THEN                                                    01730043
017300           ADD 1 TO CONV-COUNT;                                   01730043
017300         END-IF;                                                  01730043
017320         PERFORM WRITE-AUDIT-RECORD;                              01732024
017340         END-IF;                                                  01734028
017360       END-IF;                                                    01736024
017400     END-IF;                                                      01740023
017420     END-IF;                                                      01742028
017440     END-IF.                                                      01744028
017440* a record arriving while its group's routing is undecided goes   01744040
017440* nowhere yet: it is kept, exactly as the printer would have had  01744040
017440* it, until the decision falls.                                   01744040
017440     IF ROUTE-HOLD-ACTIVE                                         01744040
017440        AND NOT INP-DELETE                                        01744040
017440      THEN                                                        01744040
017440       PERFORM HOLD-GROUP-RECORD;                                 01744040
017440     END-IF.                                                      01744040
017441* simulate mode answers INP-USE no matter what was decided        01744135
017441* above: the counts, indexes, audit trail, and suspense           01744135
017441* entries all stand, the data stream does not change.             01744135
017732 WRITE-AUDIT-RECORD.                                              01773213
017736     ACCEPT AUDIT-CURR-DATE FROM DATE YYYYMMDD.                   01773613
017740     ACCEPT AUDIT-CURR-TIME FROM TIME.                            01774013
017744     MOVE RID-JOBNAME        TO AUD-JOBNAME.                      01774439
017744     MOVE RUN-IDENT          TO AUD-RUN-ID.                       01774439
017748     MOVE AUDIT-CURR-DATE    TO AUD-DATE.                         01774813
017752     MOVE AUDIT-CURR-TIME    TO AUD-TIME.                         01775213
017756     MOVE SAVED-SF-TYPE      TO AUD-NOP-TYPE.                     01775620
017768     MOVE LINE-COUNT         TO AUD-LINE-COUNT.                   01776813
017772     MOVE PAGE-COUNT         TO AUD-PAGE-COUNT.                   01777213
017776     MOVE SPACE              TO AUD-REJECT-FLAG.                  01777624
017780* a record held for its group's routing decision keeps its line   01778043
017780* back (HOLD-GROUP-RECORD takes it): a group sent to e-delivery   01778043
017780* never reaches ACIFOBDT, so its conversions must never reach the 01778043
017780* trail ACIFRECN matches against OUTNOPS.                         01778043
017780     IF ROUTE-HOLD-ACTIVE                                         01778043
017780      THEN                                                        01778043
017780       SET AUDIT-LINE-HELD TO TRUE;                               01778043
017780      ELSE                                                        01778043
017780       WRITE AUDIT-RECORD;                                        01778043
017780     END-IF.                                                      01778043
017784     SKIP1                                                        01778413
017788* validates the structured field ahead of AFPWRITE: the record    01778824
017792* must fit the fixed-size buffers with room for the 9-byte NOP    01779224
017964     MOVE NOP-TYPE         TO BAD-SF-TYPE.                        01796424
017968     MOVE SF-REJECT-REASON TO BAD-REASON-CODE.                    01796824
017972     MOVE INP-RECLEN       TO BAD-RECLEN.                         01797224
017972     MOVE RUN-IDENT        TO BAD-RUN-ID.                         01797239
017976     MOVE INP-RECLEN       TO BAD-COPY-LEN.                       01797624
017980     IF BAD-COPY-LEN > LENGTH OF BAD-RECORD-DATA                  01798024
017984      THEN                                                        01798424
018056 WRITE-REJECT-AUDIT.                                              01805624
018060     ACCEPT AUDIT-CURR-DATE FROM DATE YYYYMMDD.                   01806024
018064     ACCEPT AUDIT-CURR-TIME FROM TIME.                            01806424
018068     MOVE RID-JOBNAME        TO AUD-JOBNAME.                      01806839
018068     MOVE RUN-IDENT          TO AUD-RUN-ID.                       01806839
018072     MOVE AUDIT-CURR-DATE    TO AUD-DATE.                         01807224
018076     MOVE AUDIT-CURR-TIME    TO AUD-TIME.                         01807624
018080     MOVE NOP-TYPE           TO AUD-NOP-TYPE.                     01808024
018152* the TLE extract tags its records with the enclosing group.      01815226
018156     IF SF-MATCHED-NAME = 'BNG'                                   01815626
018160      THEN                                                        01816025
018160* a BNG arriving while a group is still open abandons that group; 01816040
018160* both counts feed the EOJ group reconciliation.                  01816040
018160       IF GROUP-OPEN                                              01816040
018160        THEN                                                      01816040
018160         ADD 1 TO GROUPS-UNCLOSED-COUNT;                          01816040
018160       END-IF;                                                    01816040
018160       ADD 1 TO GROUPS-BEGUN-COUNT;                               01816040
018160       SET ROUTE-UNMATCHED TO TRUE;                               01816040
018164       SET GROUP-OPEN TO TRUE;                                    01816425
018168       MOVE SPACES TO CURRENT-GROUP-NAME;                         01816825
018172       IF INP-RECLEN > LENGTH OF NOP-INTRODUCER                   01817225
018220       MOVE PAGE-COUNT TO GROUP-BEGIN-PAGE;                       01822025
018224       MOVE LINE-COUNT TO GROUP-BEGIN-LINE;                       01822425
018228       PERFORM CHECK-DUPLICATE-GROUP;                             01822828
018228* with e-delivery routing in force, the group's opening records   01822840
018228* are held back until its first page shows where it goes.  a BNG  01822840
018228* that could not be held once converted is never held: its group  01822840
018228* prints, and a routing TLE in it is reported as not honored.     01822840
018228       IF EDELIV-MODE                                             01822840
018228          AND DUP-DELETE-IDLE                                     01822840
018228          AND INP-RECLEN + LENGTH OF NOP-INTRODUCER               01822840
018228              NOT > LENGTH OF HLD-DATA (1)                        01822840
018228        THEN                                                      01822840
018228         SET ROUTE-HOLD-ACTIVE TO TRUE;                           01822840
018228         MOVE ZERO TO HOLD-COUNT;                                 01822840
018228       END-IF;                                                    01822840
018232     END-IF.                                                      01823225
018236     IF SF-MATCHED-NAME = 'ENG'                                   01823626
018240        AND GROUP-OPEN                                            01824025
018320     MOVE LINE-COUNT         TO GRX-END-LINE.                     01832025
018324     MOVE AUDIT-CURR-DATE    TO GRX-RUN-DATE.                     01832425
018328     MOVE AUDIT-CURR-TIME    TO GRX-RUN-TIME.                     01832825
018328     MOVE RUN-IDENT          TO GRX-RUN-ID.                       01832839
018332     WRITE GROUP-INDEX-RECORD.                                    01833225
018336     ADD 1 TO GROUP-INDEX-COUNT.                                  01833625
018340     SKIP1                                                        01834025
018341* would count a separator as a malformed NOP, so the restore      01834138
018341* side passes SF-SEP through as an ordinary record.  its          01834138
018341* data area carries the eye-catcher, the group name from the      01834132
018341* boundary just closed, the group sequence number, and the        01834143
018341* running page count - both carried on from the partitions ahead  01834143
018341* when this run converts one partition of a split file.           01834143
018341 INSERT-GROUP-SEPARATOR.                                          01834132
018341     MOVE X'5A'          TO SEP-CC.                               01834132
018341     MOVE SF-SEP         TO SEP-TYPE.                             01834138
018341     MOVE 'ACIFSEP '     TO SEP-EYECATCH.                         01834132
018341     MOVE SEP-GROUP-NAME TO SEP-DATA-NAME.                        01834132
018341     MOVE SEP-GROUP-SEQ  TO SEP-DATA-SEQ.                         01834132
018341     COMPUTE SEP-DATA-PAGE = PAGE-COUNT + SEP-PAGE-BASE.          01834143
018341     COMPUTE SEP-RECLEN = LENGTH OF SEP-RECORD - 1.               01834132
018341     MOVE LENGTH OF SEP-RECORD TO INP-RECLEN.                     01834136
018341* the separator lives in the exit's own storage: the record       01834136
018585* one decoded name/value pair: written to the extract when        01858531
018585* TLEINDEX is allocated, and checked against the suppression      01858531
018585* list while its named group is still open.                       01858531
018585* the routing list is checked the same way, once a group.         01858540
018585 PROCESS-TLE-ATTRIBUTE-PAIR.                                      01858531
018585     IF TLEINDEX-MODE                                             01858531
018585      THEN                                                        01858531
018585      THEN                                                        01858531
018585       PERFORM CHECK-SUPPRESS-MATCH;                              01858531
018585     END-IF.                                                      01858531
018585     IF EDELIV-MODE                                               01858540
018585        AND GROUP-OPEN                                            01858540
018585        AND ROUTE-UNMATCHED                                       01858540
018585      THEN                                                        01858540
018585       PERFORM CHECK-ROUTE-MATCH;                                 01858540
018585     END-IF.                                                      01858540
018585     SKIP1                                                        01858531
018588* the enclosing named group comes from the BNG/ENG tracking the   01858826
018592* document index maintains, so the archive loader can tie each    01859226
018616     MOVE PAGE-COUNT         TO TLX-PAGE-COUNT.                   01861626
018620     MOVE LINE-COUNT         TO TLX-LINE-COUNT.                   01862026
018624     MOVE CURRENT-GROUP-NAME TO TLX-GROUP-NAME.                   01862426
018624     MOVE RUN-IDENT          TO TLX-RUN-ID.                       01862439
018628     IF TLECLEAR-MODE                                             01862843
018628      THEN                                                        01862843
018628       WRITE TLE-CLEAR-RECORD FROM TLE-INDEX-RECORD;              01862843
018628     END-IF.                                                      01862843
018628     IF MASKCTL-MODE                                              01862843
018628      THEN                                                        01862843
018628       MOVE TLX-ATTR-NAME  TO MSK-ATTR-NAME;                      01862843
018628       MOVE TLX-ATTR-VALUE TO MSK-VALUE;                          01862843
018628       PERFORM MASK-ATTR-VALUE;                                   01862843
018628       MOVE MSK-VALUE      TO TLX-ATTR-VALUE;                     01862843
018628     END-IF.                                                      01862843
018628     WRITE TLE-INDEX-RECORD.                                      01862843
018632     ADD 1 TO TLE-COUNT.                                          01863226
018632     SKIP1                                                        01863243
018632* runs one attribute value through the shared masking routine:    01863243
018632* MASKCTL says whether the name is sensitive and how to mask it.  01863243
018632* every dataset this exit writes a value to masks it the same     01863243
018632* way, so a hash token still matches across datasets and runs.    01863243
018632 MASK-ATTR-VALUE.                                                 01863243
018632     SET MSK-APPLY TO TRUE.                                       01863243
018632     CALL MASKPGM USING MASK-PARMS.                               01863243
018632     IF MSK-MASKED                                                01863243
018632      THEN                                                        01863243
018632       ADD 1 TO MASK-COUNT;                                       01863243
018632     END-IF.                                                      01863243
018636     SKIP1                                                        01863626
018640* records the print-resource combination ACIF handed us with      01864027
018644* this record.  the attributes change rarely within a run, so     01864427
018924       MOVE RES-FIRST-PAGE (RES-USAGE-IDX) TO RSU-FIRST-PAGE;     01892427
018928       MOVE RES-LAST-PAGE (RES-USAGE-IDX)  TO RSU-LAST-PAGE;      01892827
018932       MOVE AUDIT-CURR-DATE TO RSU-RUN-DATE;                      01893227
018932       MOVE RUN-IDENT TO RSU-RUN-ID;                              01893239
018936       WRITE RESOURCE-USAGE-RECORD                                01893627
018940     END-PERFORM.                                                 01894027
018944     SKIP1                                                        01894427
018945       MOVE PRF-TOTAL-LEN (SF-PROFILE-IDX)                        01894534
018945         TO SFP-TOTAL-RECLEN;                                     01894534
018945       MOVE AUDIT-CURR-DATE TO SFP-RUN-DATE;                      01894534
018945       MOVE RUN-IDENT TO SFP-RUN-ID;                              01894539
018945       WRITE SF-PROFILE-RECORD;                                   01894534
018945       MOVE PRF-TYPE (SF-PROFILE-IDX) TO HEX-TYPE-BYTES;          01894534
018945       PERFORM FORMAT-TYPE-HEX;                                   01894534
019132         TO DUPW-FIRST-SEQNUM;                                    01913228
019136       MOVE PAGE-COUNT TO DUPW-DUP-PAGE;                          01913628
019140       MOVE NOP-SEQNUM TO DUPW-DUP-SEQNUM;                        01914028
019140       MOVE RUN-IDENT TO DUPW-RUN-ID;                             01914039
019144       WRITE DUPGRP-WARN-RECORD;                                  01914428
019148     END-IF.                                                      01914828
019152     IF UAREA-DUP-DELETE                                          01915228
019285       MOVE SUPR-BEGIN-PAGE  TO SUPL-BEGIN-PAGE;                  01928531
019285       MOVE PAGE-COUNT       TO SUPL-END-PAGE;                    01928531
019285       MOVE SUPR-ATTR-NAME-WK  TO SUPL-ATTR-NAME;                 01928531
019285       MOVE SUPR-ATTR-VALUE-WK TO SUPL-ATTR-VALUE;                01928543
019285       IF MASKCTL-MODE                                            01928543
019285        THEN                                                      01928543
019285         MOVE SUPL-ATTR-NAME  TO MSK-ATTR-NAME;                   01928543
019285         MOVE SUPL-ATTR-VALUE TO MSK-VALUE;                       01928543
019285         PERFORM MASK-ATTR-VALUE;                                 01928543
019285         MOVE MSK-VALUE       TO SUPL-ATTR-VALUE;                 01928543
019285       END-IF;                                                    01928543
019285       MOVE RUN-IDENT          TO SUPL-RUN-ID;                    01928539
019285       WRITE SUPR-LOG-RECORD;                                     01928531
019285     END-IF.                                                      01928531
019285     SKIP1                                                        01928531
019285* compares one decoded pair against the routing list.  a hit      01928540
019285* while the group's opening records are still held sends the      01928540
019285* group to e-delivery when the hold ends.  a hit after the group  01928540
019285* has started printing is too late to honor - half a mail piece   01928540
019285* cannot be recalled - so the group prints whole and the operator 01928540
019285* is told, once per group.                                        01928540
019285 CHECK-ROUTE-MATCH.                                               01928540
019285     SET ROUTE-NOTFOUND TO TRUE.                                  01928540
019285     SET ROUTE-IDX TO 1.                                          01928540
019285     SEARCH ROUTE-ENTRY                                           01928540
019285       AT END                                                     01928540
019285         SET ROUTE-NOTFOUND TO TRUE                               01928540
019285       WHEN RTET-ATTR-NAME (ROUTE-IDX) = TLE-ATTR-NAME-WK         01928540
019285        AND RTET-ATTR-VALUE (ROUTE-IDX) = TLE-ATTR-VALUE-WK       01928540
019285         SET ROUTE-FOUND TO TRUE                                  01928540
019285     END-SEARCH.                                                  01928540
019285     IF ROUTE-FOUND                                               01928540
019285      THEN                                                        01928540
019285       SET ROUTE-MATCHED TO TRUE;                                 01928540
019285       IF ROUTE-HOLD-ACTIVE                                       01928540
019285        THEN                                                      01928540
019285         MOVE TLE-ATTR-NAME-WK  TO ROUTE-ATTR-NAME-WK;            01928540
019285         MOVE TLE-ATTR-VALUE-WK TO ROUTE-ATTR-VALUE-WK;           01928540
019285        ELSE                                                      01928540
019285         ADD 1 TO ROUTE-LATE-COUNT;                               01928540
019285         DISPLAY PGMNAME, ' ROUTING TLE NOT HONORED - GROUP ',    01928540
019285                 'PRINTED: ', CURRENT-GROUP-NAME;                 01928540
019285       END-IF;                                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019285* decides whether the record in hand ends the hold on a group's   01928540
019285* opening records.  the hold ends at the group's first page, at   01928540
019285* any group or document boundary, when the group has gone away    01928540
019285* (suppressed), and when the hold is full or this record would no 01928540
019285* longer fit in it once converted.  a routed group still open     01928540
019285* goes to e-delivery from here on; any other group gets its held  01928540
019285* records back, inserted into the print stream ahead of this one. 01928540
019285 CHECK-ROUTE-DEADLINE.                                            01928540
019285     PERFORM CHECK-SF-TYPE-MATCH.                                 01928540
019285     SET ROUTE-NOT-DEADLINE TO TRUE.                              01928540
019285     IF GROUP-NOT-OPEN                                            01928540
019285        OR HOLD-COUNT NOT < 32                                    01928540
019285        OR INP-RECLEN + LENGTH OF NOP-INTRODUCER                  01928540
019285           > LENGTH OF HLD-DATA (1)                               01928540
019285      THEN                                                        01928540
019285       SET ROUTE-DEADLINE TO TRUE;                                01928540
019285     END-IF.                                                      01928540
019285     IF SF-TYPE-FOUND                                             01928540
019285        AND ((SF-MATCHED-BEGIN AND SF-MATCHED-PAGE-OPENING)       01928540
019285         OR  SF-MATCHED-DOC-LEVEL                                 01928540
019285         OR  SF-MATCHED-NAME = 'BNG'                              01928540
019285         OR  SF-MATCHED-NAME = 'ENG')                             01928540
019285      THEN                                                        01928540
019285       SET ROUTE-DEADLINE TO TRUE;                                01928540
019285     END-IF.                                                      01928540
019285     IF ROUTE-DEADLINE                                            01928540
019285      THEN                                                        01928540
019285       SET ROUTE-HOLD-IDLE TO TRUE;                               01928540
019285       IF ROUTE-MATCHED                                           01928540
019285          AND GROUP-OPEN                                          01928540
019285        THEN                                                      01928540
019285         PERFORM START-GROUP-DIVERSION;                           01928540
019285        ELSE                                                      01928540
019285         PERFORM RELEASE-HELD-AUDIT;                              01928543
019285         IF HOLD-COUNT > ZERO                                     01928540
019285          THEN                                                    01928540
019285           SET HOLD-RELEASE-OWED TO TRUE;                         01928540
019285           MOVE 1 TO HOLD-NEXT;                                   01928540
019285         END-IF;                                                  01928540
019285       END-IF;                                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019285* keeps one of the group's opening records out of the print       01928540
019285* stream.  it is kept as the printer would have had it - wrapped  01928540
019285* in a NOP if this exit just converted it - and flagged, so the   01928540
019285* e-delivery copy can still be written as it arrived.  its audit  01928543
019285* line, if it was converted, is kept with it.                     01928543
019285 HOLD-GROUP-RECORD.                                               01928540
019285     ADD 1 TO HOLD-COUNT.                                         01928540
019285     SET HOLD-IDX TO HOLD-COUNT.                                  01928540
019285     MOVE INP-RECLEN TO HLD-RECLEN (HOLD-IDX).                    01928540
019285     MOVE NOP-RECORD (1:INP-RECLEN)                               01928540
019285       TO HLD-DATA (HOLD-IDX) (1:INP-RECLEN).                     01928540
019285     IF SF-CONVERT-WANTED                                         01928540
019285        AND NOT-SIMULATE-MODE                                     01928540
019285      THEN                                                        01928540
019285       SET HLD-WRAPPED (HOLD-IDX) TO TRUE;                        01928540
019285      ELSE                                                        01928540
019285       SET HLD-AS-ARRIVED (HOLD-IDX) TO TRUE;                     01928540
019285     END-IF.                                                      01928540
019285     IF AUDIT-LINE-HELD                                           01928543
019285      THEN                                                        01928543
019285       MOVE AUDIT-RECORD TO HLD-AUDIT-LINE (HOLD-IDX);            01928543
019285       SET HLD-AUDIT-OWED (HOLD-IDX) TO TRUE;                     01928543
019285       SET AUDIT-LINE-NOT-HELD TO TRUE;                           01928543
019285      ELSE                                                        01928543
019285       SET HLD-NO-AUDIT (HOLD-IDX) TO TRUE;                       01928543
019285     END-IF.                                                      01928543
019285     SET INP-DELETE TO TRUE.                                      01928540
019285     SKIP1                                                        01928540
019285* gives ACIF the next held record to write ahead of the record in 01928540
019285* hand.  like a separator it lives in the exit's own storage and  01928540
019285* the record pointer is aimed at it for this one call only; the   01928540
019285* last one clears the debt.                                       01928540
019285 INSERT-HELD-RECORD.                                              01928540
019285     SET HOLD-IDX TO HOLD-NEXT.                                   01928540
019285     MOVE HLD-RECLEN (HOLD-IDX) TO INP-RECLEN.                    01928540
019285     SET INP-RECPTR TO ADDRESS OF HLD-DATA (HOLD-IDX).            01928540
019285     SET INP-INSERT TO TRUE.                                      01928540
019285     ADD 1 TO HOLD-NEXT.                                          01928540
019285     IF HOLD-NEXT > HOLD-COUNT                                    01928540
019285      THEN                                                        01928540
019285       SET HOLD-RELEASE-NOT-OWED TO TRUE;                         01928540
019285       MOVE ZERO TO HOLD-COUNT;                                   01928540
019285       MOVE ZERO TO HOLD-NEXT;                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019285* the held records are going to print after all: their conversions01928543
019285* are counted and their audit lines written now, in the order they01928543
019285* arrived, ahead of the record that decided.                      01928543
019285 RELEASE-HELD-AUDIT.                                              01928543
019285     PERFORM VARYING HOLD-IDX FROM 1 BY 1                         01928543
019285             UNTIL HOLD-IDX > HOLD-COUNT                          01928543
019285       IF HLD-AUDIT-OWED (HOLD-IDX)                               01928543
019285        THEN                                                      01928543
019285         WRITE AUDIT-RECORD FROM HLD-AUDIT-LINE (HOLD-IDX);       01928543
019285         ADD 1 TO CONV-COUNT;                                     01928543
019285         SET HLD-NO-AUDIT (HOLD-IDX) TO TRUE;                     01928543
019285       END-IF                                                     01928543
019285     END-PERFORM.                                                 01928543
019285     SKIP1                                                        01928543
019285* opens the group's e-delivery document: a BDT named for the      01928540
019285* group, then every held record as it arrived.  the group's       01928540
019285* tracking is retired the way a swallow retires it, since the     01928540
019285* group will never close in the print stream.  the held records'  01928543
019285* conversions were never counted or audited, and now never are.   01928543
019285 START-GROUP-DIVERSION.                                           01928540
019285     ADD 1 TO EDEL-COUNT.                                         01928540
019285     MOVE CURRENT-GROUP-NAME TO EDEL-GROUP-NAME.                  01928540
019285     MOVE GROUP-BEGIN-PAGE   TO EDEL-BEGIN-PAGE.                  01928540
019285     MOVE ZERO TO EDEL-GROUP-PAGES.                               01928540
019285     MOVE ZERO TO EDEL-GROUP-RECS.                                01928540
019285     SET EDEL-GROUP-UNCLOSED TO TRUE.                             01928540
019285     DISPLAY PGMNAME, ' GROUP DIVERTED TO E-DELIVERY: ',          01928540
019285             CURRENT-GROUP-NAME.                                  01928540
019285     MOVE SF-BDT TO EDW-TYPE.                                     01928540
019285     PERFORM WRITE-EDELIV-BOUNDARY.                               01928540
019285     PERFORM VARYING HOLD-IDX FROM 1 BY 1                         01928540
019285             UNTIL HOLD-IDX > HOLD-COUNT                          01928540
019285       PERFORM WRITE-HELD-TO-EDELIV                               01928540
019285     END-PERFORM.                                                 01928540
019285     ADD HOLD-COUNT TO EDEL-DEL-COUNT.                            01928540
019285     MOVE ZERO TO HOLD-COUNT.                                     01928540
019285     SET DIVERT-ACTIVE TO TRUE.                                   01928540
019285     SET GROUP-NOT-OPEN TO TRUE.                                  01928540
019285     MOVE SPACES TO CURRENT-GROUP-NAME.                           01928540
019285     SKIP1                                                        01928540
019285* one held record to the e-delivery dataset.  a record this exit  01928540
019285* wrapped is written as the original it carries: everything past  01928540
019285* the NOP introducer, carriage control included.                  01928540
019285 WRITE-HELD-TO-EDELIV.                                            01928540
019285     IF HLD-WRAPPED (HOLD-IDX)                                    01928540
019285      THEN                                                        01928540
019285       COMPUTE EDEL-OUT-LEN = HLD-RECLEN (HOLD-IDX)               01928540
019285                            - LENGTH OF NOP-INTRODUCER;           01928540
019285       MOVE HLD-DATA (HOLD-IDX)                                   01928540
019285              (LENGTH OF NOP-INTRODUCER + 1:EDEL-OUT-LEN)         01928540
019285         TO EDELIV-RECORD (1:EDEL-OUT-LEN);                       01928540
019285      ELSE                                                        01928540
019285       MOVE HLD-RECLEN (HOLD-IDX) TO EDEL-OUT-LEN;                01928540
019285       MOVE HLD-DATA (HOLD-IDX) (1:EDEL-OUT-LEN)                  01928540
019285         TO EDELIV-RECORD (1:EDEL-OUT-LEN);                       01928540
019285     END-IF.                                                      01928540
019285     WRITE EDELIV-RECORD.                                         01928540
019285     ADD 1 TO EDEL-GROUP-RECS.                                    01928540
019285     SKIP1                                                        01928540
019285* writes one record of a diverted group to e-delivery and deletes 01928540
019285* it from print.  the group's closing ENG is the last record      01928540
019285* diverted.  a document boundary or another BNG arriving first    01928540
019285* means the group never closed: its e-delivery document is ended  01928540
019285* there and the boundary flows the normal path.  the group's TLEs 01928543
019285* still go to the attribute extract under its name, so the index  01928543
019285* holds the whole document that went to e-delivery, not only what 01928543
019285* was held ahead of its first page; like those, they carry the    01928543
019285* stream page the group would have printed at.                    01928543
019285 DIVERT-GROUP-RECORD.                                             01928540
019285     PERFORM CHECK-SF-TYPE-MATCH.                                 01928540
019285     IF SF-TYPE-FOUND                                             01928540
019285        AND (SF-MATCHED-DOC-LEVEL                                 01928540
019285             OR SF-MATCHED-NAME = 'BNG')                          01928540
019285      THEN                                                        01928540
019285       DISPLAY PGMNAME, ' E-DELIVERY GROUP NEVER CLOSED: ',       01928540
019285               EDEL-GROUP-NAME;                                   01928540
019285       PERFORM FINISH-GROUP-DIVERSION;                            01928540
019285      ELSE                                                        01928540
019285       MOVE INP-RECLEN TO EDEL-OUT-LEN;                           01928540
019285       MOVE NOP-RECORD (1:INP-RECLEN)                             01928540
019285         TO EDELIV-RECORD (1:EDEL-OUT-LEN);                       01928540
019285       WRITE EDELIV-RECORD;                                       01928540
019285       ADD 1 TO EDEL-GROUP-RECS;                                  01928540
019285       SET INP-DELETE TO TRUE;                                    01928540
019285       ADD 1 TO EDEL-DEL-COUNT;                                   01928540
019285       IF TLEINDEX-MODE                                           01928543
019285          AND NOP-TYPE = SF-TLE                                   01928543
019285          AND INP-RECLEN > LENGTH OF NOP-INTRODUCER               01928543
019285        THEN                                                      01928543
019285         MOVE EDEL-GROUP-NAME TO CURRENT-GROUP-NAME;              01928543
019285         PERFORM EXTRACT-TLE-ATTRIBUTES;                          01928543
019285         MOVE SPACES TO CURRENT-GROUP-NAME;                       01928543
019285       END-IF;                                                    01928543
019285       IF SF-TYPE-FOUND                                           01928540
019285          AND SF-MATCHED-BEGIN                                    01928540
019285          AND SF-MATCHED-PAGE-OPENING                             01928540
019285        THEN                                                      01928540
019285         ADD 1 TO EDEL-GROUP-PAGES;                               01928540
019285       END-IF;                                                    01928540
019285       IF SF-TYPE-FOUND                                           01928540
019285          AND SF-MATCHED-NAME = 'ENG'                             01928540
019285        THEN                                                      01928540
019285         SET EDEL-GROUP-CLOSED TO TRUE;                           01928540
019285         PERFORM FINISH-GROUP-DIVERSION;                          01928540
019285       END-IF;                                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019285* ends the group's e-delivery document with its EDT and indexes   01928540
019285* it.                                                             01928540
019285 FINISH-GROUP-DIVERSION.                                          01928540
019285     MOVE SF-EDT TO EDW-TYPE.                                     01928540
019285     PERFORM WRITE-EDELIV-BOUNDARY.                               01928540
019285     ADD EDEL-GROUP-PAGES TO EDEL-PAGE-COUNT.                     01928540
019285     IF EDELIDX-MODE                                              01928540
019285      THEN                                                        01928540
019285       PERFORM WRITE-EDELIV-INDEX;                                01928540
019285     END-IF.                                                      01928540
019285     SET DIVERT-IDLE TO TRUE.                                     01928540
019285     SKIP1                                                        01928540
019285* builds the BDT or EDT (type already in EDW-TYPE) that brackets a01928540
019285* diverted group; the group name is the document name.            01928540
019285 WRITE-EDELIV-BOUNDARY.                                           01928540
019285     MOVE X'5A'            TO EDW-CC.                             01928540
019285     MOVE LOW-VALUE        TO EDW-FLAG.                           01928540
019285     MOVE ZERO             TO EDW-SEQNUM.                         01928540
019285     MOVE EDEL-GROUP-NAME  TO EDW-DOC-NAME.                       01928540
019285     MOVE LOW-VALUES       TO EDW-RESERVED.                       01928540
019285     MOVE LENGTH OF EDEL-WRAP-RECORD TO EDEL-OUT-LEN.             01928540
019285     IF EDW-TYPE = SF-EDT                                         01928540
019285      THEN                                                        01928540
019285       SUBTRACT LENGTH OF EDW-RESERVED FROM EDEL-OUT-LEN;         01928540
019285     END-IF.                                                      01928540
019285     COMPUTE EDW-RECLEN = EDEL-OUT-LEN - 1.                       01928540
019285     MOVE EDEL-WRAP-RECORD (1:EDEL-OUT-LEN)                       01928540
019285       TO EDELIV-RECORD (1:EDEL-OUT-LEN).                         01928540
019285     WRITE EDELIV-RECORD.                                         01928540
019285     ADD 1 TO EDEL-GROUP-RECS.                                    01928540
019285     SKIP1                                                        01928540
019285* one index record per e-delivery document: which document it is, 01928540
019285* its size, where it would have printed, and the routing value    01928540
019285* that sent it.                                                   01928540
019285 WRITE-EDELIV-INDEX.                                              01928540
019285     MOVE SPACES TO EDELIV-INDEX-RECORD.                          01928540
019285     MOVE EDEL-GROUP-NAME     TO EDX-GROUP-NAME.                  01928540
019285     MOVE EDEL-COUNT          TO EDX-DOC-SEQ.                     01928540
019285     MOVE EDEL-GROUP-PAGES    TO EDX-PAGE-COUNT.                  01928540
019285     MOVE EDEL-GROUP-RECS     TO EDX-RECORD-COUNT.                01928540
019285     MOVE EDEL-BEGIN-PAGE     TO EDX-STREAM-PAGE.                 01928540
019285     MOVE ROUTE-ATTR-NAME-WK  TO EDX-ROUTE-ATTR-NAME.             01928540
019285     MOVE ROUTE-ATTR-VALUE-WK TO EDX-ROUTE-ATTR-VALUE.            01928540
019285     IF MASKCTL-MODE                                              01928543
019285      THEN                                                        01928543
019285       MOVE EDX-ROUTE-ATTR-NAME  TO MSK-ATTR-NAME;                01928543
019285       MOVE EDX-ROUTE-ATTR-VALUE TO MSK-VALUE;                    01928543
019285       PERFORM MASK-ATTR-VALUE;                                   01928543
019285       MOVE MSK-VALUE            TO EDX-ROUTE-ATTR-VALUE;         01928543
019285     END-IF.                                                      01928543
019285     MOVE EDEL-CLOSE-FLAG     TO EDX-CLOSE-FLAG.                  01928540
019285     MOVE RUN-IDENT           TO EDX-RUN-ID.                      01928540
019285     WRITE EDELIV-INDEX-RECORD.                                   01928540
019285     SKIP1                                                        01928540
019285* settles routing when the input ends with a group still being    01928540
019285* routed.  a diverted group's document is ended there, unclosed,  01928540
019285* and a held group that was routed goes to e-delivery the same    01928540
019285* way.  a held group that was not routed can no longer be given   01928540
019285* back to the printer - nothing can be inserted at EOF - so its   01928540
019285* records are counted as lost and the reconciliation fails the    01928540
019285* step.                                                           01928540
019285 SETTLE-ROUTING-AT-EOF.                                           01928540
019285     IF DIVERT-ACTIVE                                             01928540
019285      THEN                                                        01928540
019285       DISPLAY PGMNAME, ' E-DELIVERY GROUP NEVER CLOSED: ',       01928540
019285               EDEL-GROUP-NAME;                                   01928540
019285       PERFORM FINISH-GROUP-DIVERSION;                            01928540
019285     END-IF.                                                      01928540
019285     IF ROUTE-HOLD-ACTIVE                                         01928540
019285      THEN                                                        01928540
019285       SET ROUTE-HOLD-IDLE TO TRUE;                               01928540
019285       IF ROUTE-MATCHED                                           01928540
019285          AND GROUP-OPEN                                          01928540
019285        THEN                                                      01928540
019285         PERFORM START-GROUP-DIVERSION;                           01928540
019285         DISPLAY PGMNAME, ' E-DELIVERY GROUP NEVER CLOSED: ',     01928540
019285                 EDEL-GROUP-NAME;                                 01928540
019285         PERFORM FINISH-GROUP-DIVERSION;                          01928540
019285        ELSE                                                      01928540
019285         IF NOT-SIMULATE-MODE                                     01928540
019285            AND HOLD-COUNT > ZERO                                 01928540
019285          THEN                                                    01928540
019285           DISPLAY PGMNAME, ' GROUP HELD AT END OF FILE - NOT ',  01928540
019285                   'PRINTED: ', CURRENT-GROUP-NAME;               01928540
019285           ADD HOLD-COUNT TO HOLD-LOST-COUNT;                     01928540
019285         END-IF;                                                  01928540
019285         IF SIMULATE-MODE                                         01928543
019285          THEN                                                    01928543
019285           PERFORM RELEASE-HELD-AUDIT;                            01928543
019285         END-IF;                                                  01928543
019285         MOVE ZERO TO HOLD-COUNT;                                 01928540
019285       END-IF;                                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019285* proves every named group the run began is accounted for: closed 01928540
019285* in the print stream, diverted to e-delivery, suppressed, deleted01928540
019285* as a duplicate, or left open by a missing ENG.  a shortfall, or 01928540
019285* any held record that never reached an output, fails the step    01928540
019285* the way a control-total miss does.  a restarted run does not    01928540
019285* carry an open group across the restart, so there a shortfall is 01928540
019285* a warning for the operator to check against GRPINDEX.           01928540
019285 RECONCILE-GROUP-ROUTING.                                         01928540
019285     MOVE GROUPS-UNCLOSED-COUNT TO RECON-UNCLOSED.                01928540
019285     IF GROUP-OPEN                                                01928540
019285      THEN                                                        01928540
019285       ADD 1 TO RECON-UNCLOSED;                                   01928540
019285     END-IF.                                                      01928540
019285     MOVE ZERO TO RECON-DUP-DELETED.                              01928540
019285     IF UAREA-DUP-DELETE                                          01928540
019285      THEN                                                        01928540
019285       MOVE DUP-COUNT TO RECON-DUP-DELETED;                       01928540
019285     END-IF.                                                      01928540
019285     COMPUTE RECON-ACCOUNTED = GROUPS-CLOSED-COUNT + EDEL-COUNT   01928540
019285                             + SUPR-COUNT + RECON-DUP-DELETED     01928540
019285                             + RECON-UNCLOSED.                    01928540
019285     MOVE GROUPS-BEGUN-COUNT  TO RCN-BEGUN-DISP.                  01928540
019285     MOVE GROUPS-CLOSED-COUNT TO RCN-PRINT-DISP.                  01928540
019285     MOVE EDEL-COUNT          TO RCN-EDEL-DISP.                   01928540
019285     MOVE SUPR-COUNT          TO RCN-SUPR-DISP.                   01928540
019285     MOVE RECON-DUP-DELETED   TO RCN-DUP-DISP.                    01928540
019285     MOVE RECON-UNCLOSED      TO RCN-OPEN-DISP.                   01928540
019285     DISPLAY PGMNAME, ' GROUPS IN ', RCN-BEGUN-DISP,              01928540
019285             ' = PRINT ', RCN-PRINT-DISP,                         01928540
019285             ' + EDELIV ', RCN-EDEL-DISP,                         01928540
019285             ' + SUPPR ', RCN-SUPR-DISP,                          01928540
019285             ' + DUPDEL ', RCN-DUP-DISP,                          01928540
019285             ' + OPEN ', RCN-OPEN-DISP.                           01928540
019285     IF HOLD-LOST-COUNT > ZERO                                    01928540
019285      THEN                                                        01928540
019285       MOVE HOLD-LOST-COUNT TO RTLATE-DISP;                       01928540
019285       DISPLAY PGMNAME, ' HELD RECORDS NEVER WRITTEN . ',         01928540
019285               RTLATE-DISP;                                       01928540
019285       DISPLAY PGMNAME, ' GROUP RECONCILIATION FAILED';           01928540
019285       SET RECON-UNRECONCILED TO TRUE;                            01928543
019285       MOVE 8 TO RETURN-CODE;                                     01928540
019285      ELSE                                                        01928540
019285       IF RECON-ACCOUNTED = GROUPS-BEGUN-COUNT                    01928540
019285        THEN                                                      01928540
019285         DISPLAY PGMNAME, ' GROUP RECONCILIATION BALANCED';       01928540
019285         SET RECON-RECONCILED TO TRUE;                            01928543
019285        ELSE                                                      01928540
019285         DISPLAY PGMNAME, ' GROUP RECONCILIATION OUT OF BALANCE'; 01928540
019285         IF NOT-RESTARTED-RUN                                     01928540
019285          THEN                                                    01928540
019285           SET RECON-UNRECONCILED TO TRUE;                        01928543
019285           MOVE 8 TO RETURN-CODE;                                 01928540
019285          ELSE                                                    01928540
019285           SET RECON-WARNING TO TRUE;                             01928543
019285           IF RETURN-CODE < 4                                     01928540
019285            THEN                                                  01928540
019285             MOVE 4 TO RETURN-CODE;                               01928540
019285           END-IF;                                                01928540
019285         END-IF;                                                  01928540
019285       END-IF;                                                    01928540
019285     END-IF.                                                      01928540
019285     SKIP1                                                        01928540
019288* converts the time of day just ACCEPTed into AUDIT-CURR-TIME to  01928829
019292* hundredths of a second for elapsed-time arithmetic.             01929229
019296 GET-TIME-HUNDS.                                                  01929629
019444* is opened EXTEND so the dataset accumulates across runs; when   01944429
019448* it is not allocated the run is not held up, but the gap is      01944829
019452* announced so the history does not develop silent holes.         01945229
019452* the record also carries the control-total and group-routing     01945243
019452* results, both settled before it is written, for ACIFTURN.       01945243
019456 WRITE-RUN-HISTORY.                                               01945629
019460     ACCEPT AUDIT-CURR-DATE FROM DATE YYYYMMDD.                   01946029
019464     ACCEPT AUDIT-CURR-TIME FROM TIME.                            01946429
019540               'RUNHIST OPEN FAILED';                             01954029
019544      ELSE                                                        01954429
019548       MOVE SPACES TO RUN-HISTORY-RECORD;                         01954829
019552       MOVE RID-JOBNAME     TO RNH-JOBNAME;                       01955239
019556       MOVE RUN-START-DATE  TO RNH-START-DATE;                    01955629
019560       MOVE RUN-START-TIME  TO RNH-START-TIME;                    01956029
019564       MOVE AUDIT-CURR-DATE TO RNH-END-DATE;                      01956429
019592       MOVE REJECT-COUNT    TO RNH-REJECT-COUNT;                  01959229
019596       MOVE DUP-COUNT       TO RNH-DUPGRP-COUNT;                  01959629
019600       MOVE RESTART-FLAG    TO RNH-RESTART-FLAG;                  01960029
019600       MOVE RUN-IDENT       TO RNH-RUN-ID;                        01960039
019600       MOVE RECON-RESULT-FLAG TO RNH-ROUTE-FLAG;                  01960043
019600       IF CTLTOT-MODE                                             01960043
019600        THEN                                                      01960043
019600         IF BALANCE-ERROR-COUNT > ZERO                            01960043
019600          THEN                                                    01960043
019600           SET RNH-OUT-OF-BALANCE TO TRUE;                        01960043
019600          ELSE                                                    01960043
019600           SET RNH-IN-BALANCE TO TRUE;                            01960043
019600         END-IF;                                                  01960043
019600       END-IF;                                                    01960043
019604       WRITE RUN-HISTORY-RECORD;                                  01960429
019608       CLOSE RUNHIST-FILE;                                        01960829
019612     END-IF.                                                      01961229
019648     MOVE DEL-COUNT TO DEL-DISP.                                  01964819
019652     MOVE REJECT-COUNT TO REJ-DISP.                               01965224
019656     DISPLAY PGMNAME, ' EOF REACHED - END OF JOB SUMMARY FOLLOWS'.01965613
019656     DISPLAY PGMNAME, ' RUN ID ..................... ',           01965639
019656             RID-JOBNAME, ' ', RID-APPL-ID, ' ', RID-DATE, ' ',   01965639
019656             RID-TIME.                                            01965639
019657     IF SIMULATE-MODE                                             01965735
019657      THEN                                                        01965735
019657       DISPLAY PGMNAME, ' SIMULATE MODE - NO RECORDS WERE ',      01965735
019724       DISPLAY PGMNAME, ' GROUP SEPARATORS INSERTED .. ',         01972432
019724               SEP-DISP;                                          01972432
019724     END-IF.                                                      01972432
019724     IF EDELIV-MODE                                               01972440
019724      THEN                                                        01972440
019724       MOVE EDEL-COUNT TO EDEL-DISP;                              01972440
019724       MOVE EDEL-PAGE-COUNT TO EDELP-DISP;                        01972440
019724       MOVE EDEL-DEL-COUNT TO EDELD-DISP;                         01972440
019724       DISPLAY PGMNAME, ' GROUPS TO E-DELIVERY ....... ',         01972440
019724               EDEL-DISP;                                         01972440
019724       DISPLAY PGMNAME, ' E-DELIVERY PAGES ........... ',         01972440
019724               EDELP-DISP;                                        01972440
019724       DISPLAY PGMNAME, ' E-DELIVERY RECORDS DELETED . ',         01972440
019724               EDELD-DISP;                                        01972440
019724       IF ROUTE-LATE-COUNT > ZERO                                 01972440
019724        THEN                                                      01972440
019724         MOVE ROUTE-LATE-COUNT TO RTLATE-DISP;                    01972440
019724         DISPLAY PGMNAME, ' ROUTING TLES NOT HONORED ... ',       01972440
019724                 RTLATE-DISP;                                     01972440
019724       END-IF;                                                    01972440
019724     END-IF.                                                      01972440
019728     DISPLAY PGMNAME, ' PAGES SEEN ................. ', PAGE-DISP.01972813
019732     IF GRPINDEX-MODE                                             01973225
019736      THEN                                                        01973625
019764       MOVE TLE-COUNT TO TLE-DISP;                                01976426
019768       DISPLAY PGMNAME, ' TLE ATTRIBUTES EXTRACTED ... ',         01976826
019772               TLE-DISP;                                          01977226
019772     END-IF.                                                      01977243
019772     IF MASKCTL-MODE                                              01977243
019772      THEN                                                        01977243
019772       MOVE MASK-COUNT TO MASK-DISP;                              01977243
019772       DISPLAY PGMNAME, ' ATTRIBUTE VALUES MASKED .... ',         01977243
019772               MASK-DISP;                                         01977243
019776     END-IF.                                                      01977626
019780     IF RESUSAGE-MODE                                             01978027
019784      THEN                                                        01978427
020805       SET SUPRCTL-MODE TO TRUE;                                  02080531
020805     END-IF.                                                      02080531
020805     SKIP1                                                        02080531
020805* loads the operator's routing values.  ROUTECTL absent or empty  02080540
020805* leaves every group on the printer, exactly as before.           02080540
020805 LOAD-ROUTE-TABLE.                                                02080540
020805     MOVE ZERO TO ROUTE-COUNT.                                    02080540
020805     OPEN INPUT ROUTE-FILE.                                       02080540
020805     IF ROUTE-FILE-STATUS = '00'                                  02080540
020805      THEN                                                        02080540
020805       PERFORM UNTIL ROUTE-FILE-STATUS NOT = '00'                 02080540
020805               OR ROUTE-COUNT = 50                                02080540
020805         READ ROUTE-FILE                                          02080540
020805           AT END                                                 02080540
020805             MOVE '10' TO ROUTE-FILE-STATUS                       02080540
020805           NOT AT END                                             02080540
020805             IF RTEC-ATTR-NAME = SPACES                           02080540
020805                OR RTEC-ATTR-NAME = LOW-VALUES                    02080540
020805              THEN                                                02080540
020805               CONTINUE                                           02080540
020805              ELSE                                                02080540
020805               ADD 1 TO ROUTE-COUNT;                              02080540
020805               MOVE RTEC-ATTR-NAME                                02080540
020805                 TO RTET-ATTR-NAME (ROUTE-COUNT);                 02080540
020805               MOVE RTEC-ATTR-VALUE                               02080540
020805                 TO RTET-ATTR-VALUE (ROUTE-COUNT)                 02080540
020805             END-IF                                               02080540
020805         END-READ;                                                02080540
020805       END-PERFORM;                                               02080540
020805       CLOSE ROUTE-FILE;                                          02080540
020805     END-IF.                                                      02080540
020805     SKIP1                                                        02080540
020806*  loads the operator's expected-volume ranges.  CTLTOTS absent   02080633
020806*  means no balancing, exactly as before; allocated but           02080633
020806*  unreadable or non-numeric is an immediate abend, because a     02080633
020806     MOVE CTOT-REJECT-MAX TO EXP-REJECT-MAX.                      02080633
020806     MOVE CTOT-DUP-MAX    TO EXP-DUP-MAX.                         02080633
020806     SET CTLTOT-MODE TO TRUE.                                     02080633
020806     SKIP1                                                        02080643
020806*  loads the list of sensitive attribute names through the shared 02080643
020806*  masking routine.  MASKCTL absent or empty leaves every value   02080643
020806*  clear, exactly as before; a defective list is an immediate     02080643
020806*  abend, because there is no telling which values it meant to    02080643
020806*  protect, and writing them all clear is the one wrong answer.   02080643
020806 LOAD-MASK-TABLE.                                                 02080643
020806     SET MSK-LOAD TO TRUE.                                        02080643
020806     CALL MASKPGM USING MASK-PARMS.                               02080643
020806     IF MSK-DEFECTIVE                                             02080643
020806      THEN                                                        02080643
020806       DISPLAY PGMNAME, ' MASKCTL NOT USABLE - ', MSK-ERROR-TEXT; 02080643
020806       DISPLAY PGMNAME, ' ABENDING';                              02080643
020806       CALL ABND-PGM USING ABEND-CODE;                            02080643
020806     END-IF.                                                      02080643
020806     IF MSK-LOADED                                                02080643
020806      THEN                                                        02080643
020806       SET MASKCTL-MODE TO TRUE;                                  02080643
020806     END-IF.                                                      02080643
020806     SKIP1                                                        02080633
020806*  picks up where the partitions ahead left off when this run     02080643
020806*  converts one partition of a file ACIFSPLT cut up: PARTSEED is  02080643
020806*  that partition's own manifest row.  PARTSEED absent is a whole 02080643
020806*  file, numbered from one exactly as before.  a restarted run has02080643
020806*  its group sequence back from the checkpoint already, so only   02080643
020806*  the page base is taken.  a seed that is not a usable partition 02080643
020806*  row is an immediate abend: separators numbered from one would  02080643
020806*  repeat the sequence and page numbers of the partitions ahead.  02080643
020806 LOAD-PARTITION-SEED.                                             02080643
020806     OPEN INPUT PARTSEED-FILE.                                    02080643
020806     IF PARTSEED-FILE-STATUS = '00'                               02080643
020806      THEN                                                        02080643
020806       READ PARTSEED-FILE                                         02080643
020806         AT END                                                   02080643
020806           MOVE SPACES TO PART-MANIFEST-RECORD                    02080643
020806       END-READ;                                                  02080643
020806       CLOSE PARTSEED-FILE;                                       02080643
020806       IF NOT PMN-PART-ROW                                        02080643
020806          OR PMN-GROUP-BASE IS NOT NUMERIC                        02080643
020806          OR PMN-PAGE-BASE IS NOT NUMERIC                         02080643
020806        THEN                                                      02080643
020806         DISPLAY PGMNAME, ' PARTSEED RECORD NOT USABLE - ',       02080643
020806                 'ABENDING';                                      02080643
020806         CALL ABND-PGM USING ABEND-CODE;                          02080643
020806       END-IF;                                                    02080643
020806       IF NOT RESTARTED-RUN                                       02080643
020806        THEN                                                      02080643
020806         MOVE PMN-GROUP-BASE TO SEP-GROUP-SEQ;                    02080643
020806       END-IF;                                                    02080643
020806       MOVE PMN-PAGE-BASE TO SEP-PAGE-BASE;                       02080643
020806       DISPLAY PGMNAME, ' PARTITION ', PMN-PART-NO,               02080643
020806               ' - SEPARATORS CONTINUE FROM GROUP ',              02080643
020806               PMN-GROUP-BASE;                                    02080643
020806     END-IF.                                                      02080643
020806     SKIP1                                                        02080643
020805*  loads the operator's reprint page ranges.  PAGERNG is only     02080523
020806*  allocated for a reprint run: when it is absent this exit passes02080623
020807*  every page exactly as before.  rows must be numeric with       02080723
020892     PERFORM LOAD-SF-DELETE-TABLE.                                02089219
020893     PERFORM LOAD-PAGE-RANGE-TABLE.                               02089323
020893     PERFORM LOAD-SUPPRESS-TABLE.                                 02089331
020893     PERFORM LOAD-ROUTE-TABLE.                                    02089340
020893     PERFORM LOAD-CONTROL-TOTALS.                                 02089333
020893     PERFORM LOAD-MASK-TABLE.                                     02089343
020894* the BADSF suspense dataset is the operator's opt-in to          02089424
020895* quarantine malformed structured fields instead of abending:     02089524
020896* allocated and writable turns the mode on, absent leaves the     02089624
020927     IF TLEINDEX-FILE-STATUS = '00'                               02092726
020928      THEN                                                        02092826
020929       SET TLEINDEX-MODE TO TRUE;                                 02092926
020929     END-IF.                                                      02092943
020929* TLECLEAR is the clear twin of the TLEINDEX extract, for the     02092943
020929* archive load; it is only written alongside TLEINDEX, and is     02092943
020929* extended on a restart the same way.                             02092943
020929     IF TLEINDEX-MODE                                             02092943
020929      THEN                                                        02092943
020929       IF RESTARTED-RUN                                           02092943
020929        THEN                                                      02092943
020929         OPEN EXTEND TLECLEAR-FILE;                               02092943
020929        ELSE                                                      02092943
020929         OPEN OUTPUT TLECLEAR-FILE;                               02092943
020929       END-IF;                                                    02092943
020929       IF TLECLEAR-FILE-STATUS = '00'                             02092943
020929        THEN                                                      02092943
020929         SET TLECLEAR-MODE TO TRUE;                               02092943
020929       END-IF;                                                    02092943
020930     END-IF.                                                      02093026
020931* the RESUSAGE cross-reference gives the resource librarians an   02093127
020932* inventory of which FORMDEFs/PAGEDEFs/fonts a run actually used; 02093227
020950      THEN                                                        02095031
020950       SET SUPRLOG-MODE TO TRUE;                                  02095031
020950     END-IF.                                                      02095031
020950* e-delivery routing needs somewhere to route to: ROUTECTL loaded 02095040
020950* with EDELIV missing leaves every group on the printer and says  02095040
020950* so.  the EDELIDX index is optional beside it.  both are extended02095040
020950* on a restart so documents diverted before the failure survive.  02095040
020950     IF ROUTE-COUNT > ZERO                                        02095040
020950      THEN                                                        02095040
020950       IF RESTARTED-RUN                                           02095040
020950        THEN                                                      02095040
020950         OPEN EXTEND EDELIV-FILE;                                 02095040
020950        ELSE                                                      02095040
020950         OPEN OUTPUT EDELIV-FILE;                                 02095040
020950       END-IF;                                                    02095040
020950       IF EDELIV-FILE-STATUS = '00'                               02095040
020950        THEN                                                      02095040
020950         SET EDELIV-MODE TO TRUE;                                 02095040
020950         IF RESTARTED-RUN                                         02095040
020950          THEN                                                    02095040
020950           OPEN EXTEND EDELIDX-FILE;                              02095040
020950          ELSE                                                    02095040
020950           OPEN OUTPUT EDELIDX-FILE;                              02095040
020950         END-IF;                                                  02095040
020950         IF EDELIDX-FILE-STATUS = '00'                            02095040
020950          THEN                                                    02095040
020950           SET EDELIDX-MODE TO TRUE;                              02095040
020950         END-IF;                                                  02095040
020950        ELSE                                                      02095040
020950         DISPLAY PGMNAME, ' ROUTECTL LOADED BUT EDELIV NOT ',     02095040
020950                 'ALLOCATED - ROUTED GROUPS WILL PRINT';          02095040
020950       END-IF;                                                    02095040
020950     END-IF.                                                      02095040
020951* capture the run start for progress pacing and the run-history   02095129
020952* record, and pick up the operator's progress interval.           02095229
020953     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.                    02095329
020956     PERFORM GET-TIME-HUNDS.                                      02095629
020957     MOVE TIME-NOW-HUNDS TO RUN-START-HUNDS.                      02095729
020958     MOVE TIME-NOW-HUNDS TO HUNDS-AT-LAST-MSG.                    02095829
020958     PERFORM ESTABLISH-RUN-ID.                                    02095839
020959     IF INP-UAREA-PROG-PAGES IS NUMERIC                           02095929
020960      THEN                                                        02096029
020961       MOVE INP-UAREA-PROG-PAGES TO PROG-INTERVAL;                02096129
020962     IF UAREA-SEP-WANTED                                          02096232
020962      THEN                                                        02096232
020962       SET SEP-MODE TO TRUE;                                      02096232
020962       PERFORM LOAD-PARTITION-SEED;                               02096243
020962     END-IF.                                                      02096232
020963     IF UAREA-SIM-WANTED                                          02096335
020963      THEN                                                        02096335
020963               'THROUGH UNMODIFIED';                              02096335
020963     END-IF.                                                      02096335
020963     SKIP1                                                        02096314
020964* establishes the run identifier every output record carries.  a  02096439
020964* checkpoint restart keeps the identifier the first attempt set   02096439
020964* up, so the datasets it extends still read as one run; otherwise 02096439
020964* the identifier is the real jobname, the application ID from     02096443
020964* ddname APPLCTL, and the run start date/time just captured.  the 02096443
020964* external area hands the same identifier to ACIFOBDT.            02096439
020964 ESTABLISH-RUN-ID.                                                02096439
020964     IF RESTARTED-RUN                                             02096439
020964        AND RESTART-RUN-ID NOT = SPACES                           02096439
020964        AND RESTART-RUN-ID NOT = LOW-VALUES                       02096439
020964      THEN                                                        02096439
020964       MOVE RESTART-RUN-ID TO RUN-IDENT;                          02096439
020964      ELSE                                                        02096439
020964       PERFORM GET-MVS-JOBNAME;                                   02096439
020964       PERFORM LOAD-APPLICATION-ID;                               02096443
020964       INSPECT RID-APPL-ID REPLACING ALL LOW-VALUE BY SPACE;      02096439
020964       IF RID-APPL-ID = SPACES                                    02096439
020964        THEN                                                      02096439
020964         DISPLAY PGMNAME, ' NO APPLICATION ID IN APPLCTL ',       02096443
020964                 '- RUN ID CARRIES THE JOBNAME ONLY';             02096443
020964       END-IF;                                                    02096439
020964       MOVE RUN-START-DATE TO RID-DATE;                           02096439
020964       MOVE RUN-START-TIME TO RID-TIME;                           02096439
020964     END-IF.                                                      02096439
020964     SET RID-ESTABLISHED TO TRUE.                                 02096439
020964     SKIP1                                                        02096439
020964* reads the application ID from the first APPLCTL record.  the    02096443
020964* ddname is optional: absent or empty leaves the ID blank and the 02096443
020964* identifier with the jobname alone, as for a job that has none.  02096443
020964 LOAD-APPLICATION-ID.                                             02096443
020964     MOVE SPACES TO RID-APPL-ID.                                  02096443
020964     OPEN INPUT APPLCTL-FILE.                                     02096443
020964     IF APPLCTL-FILE-STATUS = '00'                                02096443
020964      THEN                                                        02096443
020964       READ APPLCTL-FILE                                          02096443
020964         AT END                                                   02096443
020964           CONTINUE                                               02096443
020964         NOT AT END                                               02096443
020964           MOVE APC-APPL-ID TO RID-APPL-ID                        02096443
020964       END-READ;                                                  02096443
020964       CLOSE APPLCTL-FILE;                                        02096443
020964     END-IF.                                                      02096443
020964     SKIP1                                                        02096443
020964* finds the running job's name the way the system itself keeps    02096439
020964* it: the PSA at location zero points to the current TCB, the TCB 02096439
020964* to the task I/O table, and the TIOT opens with the jobname.  a  02096439
020964* chain that yields nothing usable falls back to the program      02096439
020964* name, so the identifier is never blank.                         02096439
020964 GET-MVS-JOBNAME.                                                 02096439
020964     MOVE ZERO TO PSA-ADDR.                                       02096439
020964     SET ADDRESS OF PSA-MAP TO PSA-PTR.                           02096439
020964     SET ADDRESS OF TCB-MAP TO PSATOLD.                           02096439
020964     SET ADDRESS OF TIOT-MAP TO TCBTIO.                           02096439
020964     MOVE TIOCNJOB TO RID-JOBNAME.                                02096439
020964     IF RID-JOBNAME = SPACES                                      02096439
020964        OR RID-JOBNAME = LOW-VALUES                               02096439
020964      THEN                                                        02096439
020964       MOVE PGMNAME TO RID-JOBNAME;                               02096439
020964     END-IF.                                                      02096439
020964     SKIP1                                                        02096439
020964* looks up the structured field ACIF just handed this exit in the 02096414
020965* SF-protect table to decide whether it is a registered begin/end 02096514
020966* boundary type this exit should convert to a NOP.                02096614
021700             MOVE CKI-SEP-GROUP-SEQ   TO SEP-GROUP-SEQ;           02170037
021700             MOVE CKI-SEP-COUNT       TO SEP-COUNT;               02170037
021700             MOVE CKI-SUPR-COUNT      TO SUPR-COUNT;              02170037
021700             MOVE CKI-SUPR-DEL-COUNT  TO SUPR-DEL-COUNT;          02170039
021700             MOVE CKI-GROUPS-BEGUN-COUNT                          02170040
021700                                      TO GROUPS-BEGUN-COUNT;      02170040
021700             MOVE CKI-GROUPS-UNCLOSED-COUNT                       02170040
021700                                      TO GROUPS-UNCLOSED-COUNT;   02170040
021700             MOVE CKI-EDEL-COUNT      TO EDEL-COUNT;              02170040
021700             MOVE CKI-EDEL-PAGE-COUNT TO EDEL-PAGE-COUNT;         02170040
021700             MOVE CKI-EDEL-DEL-COUNT  TO EDEL-DEL-COUNT;          02170040
021700             MOVE CKI-ROUTE-LATE-COUNT                            02170040
021700                                      TO ROUTE-LATE-COUNT;        02170040
021700             MOVE CKI-RUN-ID          TO RESTART-RUN-ID           02170039
021710         END-READ;                                                02171016
021720       END-PERFORM;                                               02172016
021730       CLOSE CHKPT-IN-FILE;                                       02173016
021921     MOVE SEP-COUNT         TO CKO-SEP-COUNT.                     02192137
021921     MOVE SUPR-COUNT        TO CKO-SUPR-COUNT.                    02192137
021921     MOVE SUPR-DEL-COUNT    TO CKO-SUPR-DEL-COUNT.                02192137
021921     MOVE GROUPS-BEGUN-COUNT                                      02192140
021921                            TO CKO-GROUPS-BEGUN-COUNT.            02192140
021921     MOVE GROUPS-UNCLOSED-COUNT                                   02192140
021921                            TO CKO-GROUPS-UNCLOSED-COUNT.         02192140
021921     MOVE EDEL-COUNT        TO CKO-EDEL-COUNT.                    02192140
021921     MOVE EDEL-PAGE-COUNT   TO CKO-EDEL-PAGE-COUNT.               02192140
021921     MOVE EDEL-DEL-COUNT    TO CKO-EDEL-DEL-COUNT.                02192140
021921     MOVE ROUTE-LATE-COUNT  TO CKO-ROUTE-LATE-COUNT.              02192140
021921     MOVE RUN-IDENT         TO CKO-RUN-ID.                        02192139
021930     WRITE CHKPT-OUT-RECORD.                                      02193016
021940     MOVE ZERO TO LINES-SINCE-CHKPT.                              02194020
021950     SKIP1                                                        02195016
