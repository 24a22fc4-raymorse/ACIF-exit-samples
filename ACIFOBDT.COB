000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 02              00020039
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFOBDT.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
006600  01  AUDIT-TIMESTAMP.                                            00660001
006700      05  AUDIT-CURR-DATE     PIC 9(8).                           00670001
006800      05  AUDIT-CURR-TIME     PIC 9(8).                           00680001
006808      SKIP1                                                       00680839
006816* the run identifier ACIFIBDT established for this ACIF step,     00681639
006824* shared through the external area so the restore log carries     00682439
006832* the same run key as the input-side audit trail, and the pointer 00683239
006840* that addresses the PSA at location zero when this exit has to   00684039
006848* find the jobname itself.                                        00684839
006856      COPY RUNIDENT.                                              00685639
006864  01  RUN-IDENT-WORK.                                             00686439
006872      05  PSA-PTR             POINTER.                            00687239
006880      05  PSA-ADDR            REDEFINES PSA-PTR                   00688039
006888                              PIC S9(9) BINARY.                   00688839
006900      SKIP1                                                       00690001
007000  01  MISC-SAVED-DATA.                                            00700001
007100      05  FIRST-LINE-FLAG     PIC X VALUE LOW-VALUE.              00710001
015400                              DEPENDING ON NOP-RECLEN,            01540001
015500                              PIC X.                              01550001
015600      SKIP1                                                       01560001
015630* MVS CONTROL BLOCKS WALKED TO FIND THE RUNNING JOB'S NAME.       01563039
015660      COPY TIOTMAP.                                               01566039
015700  TITLE 'Initialization and Main Line'.                           01570001
015800  PROCEDURE DIVISION USING OUT-PARMS.                             01580001
015900  MAIN-LINE.                                                      01590001
023300      ACCEPT AUDIT-CURR-DATE FROM DATE YYYYMMDD.                  02330001
023400      ACCEPT AUDIT-CURR-TIME FROM TIME.                           02340001
023500      MOVE SPACES             TO AUDIT-RECORD.                    02350001
023560      MOVE RID-JOBNAME        TO AUD-JOBNAME.                     02356039
023620      MOVE RUN-IDENT          TO AUD-RUN-ID.                      02362039
023700      MOVE AUDIT-CURR-DATE    TO AUD-DATE.                        02370001
023800      MOVE AUDIT-CURR-TIME    TO AUD-TIME.                        02380001
023900      MOVE SAVED-SF-TYPE      TO AUD-NOP-TYPE.                    02390001
025300      MOVE SKIPPED-NOP-COUNT TO SKIP-DISP.                        02530001
025400      MOVE PAGE-COUNT TO PAGE-DISP.                               02540001
025500     DISPLAY PGMNAME, ' EOF REACHED - END OF JOB SUMMARY FOLLOWS'.02550001
025520     DISPLAY PGMNAME, ' RUN ID ..................... ',           02552039
025540             RID-JOBNAME, ' ', RID-APPL-ID, ' ', RID-DATE, ' ',   02554039
025560             RID-TIME.                                            02556039
025600     DISPLAY PGMNAME, ' RECORDS PROCESSED .......... ', LINE-DISP.02560001
025700     DISPLAY PGMNAME, ' STRUCTURED FIELDS RESTORED . ', REST-DISP.02570001
025800     DISPLAY PGMNAME, ' RECORDS PASSED UNCHANGED ... ', PASS-DISP.02580001
031600        CALL ABND-PGM USING ABEND-CODE;                           03160001
031700      END-IF.                                                     03170001
031800      PERFORM LOAD-SF-PROTECT-TABLE.                              03180001
031802      IF NOT RID-ESTABLISHED                                      03180239
031804       THEN                                                       03180439
031806        PERFORM ESTABLISH-RUN-ID;                                 03180639
031808      END-IF.                                                     03180839
031810      SKIP1                                                       03181039
031812* ACIFIBDT normally establishes the run identifier before the     03181239
031814* first output record reaches this exit.  when it is not in the   03181439
031816* step the exit builds its own from the real jobname and this     03181639
031818* step's start date/time, with no application ID, so the restore  03181839
031820* log still carries a run key.                                    03182039
031822  ESTABLISH-RUN-ID.                                               03182239
031824      PERFORM GET-MVS-JOBNAME.                                    03182439
031826      MOVE SPACES TO RID-APPL-ID.                                 03182639
031828      ACCEPT RID-DATE FROM DATE YYYYMMDD.                         03182839
031830      ACCEPT RID-TIME FROM TIME.                                  03183039
031832      SET RID-ESTABLISHED TO TRUE.                                03183239
031834      SKIP1                                                       03183439
031836* finds the running job's name the way the system itself keeps    03183639
031838* it: the PSA at location zero points to the current TCB, the TCB 03183839
031840* to the task I/O table, and the TIOT opens with the jobname.  a  03184039
031842* chain that yields nothing usable falls back to the program      03184239
031844* name, so the identifier is never blank.                         03184439
031846  GET-MVS-JOBNAME.                                                03184639
031848      MOVE ZERO TO PSA-ADDR.                                      03184839
031850      SET ADDRESS OF PSA-MAP TO PSA-PTR.                          03185039
031852      SET ADDRESS OF TCB-MAP TO PSATOLD.                          03185239
031854      SET ADDRESS OF TIOT-MAP TO TCBTIO.                          03185439
031856      MOVE TIOCNJOB TO RID-JOBNAME.                               03185639
031858      IF RID-JOBNAME = SPACES                                     03185839
031860         OR RID-JOBNAME = LOW-VALUES                              03186039
031862       THEN                                                       03186239
031864        MOVE PGMNAME TO RID-JOBNAME;                              03186439
031866      END-IF.                                                     03186639
031900      SKIP1                                                       03190001
032000* looks up the structured field just unwrapped in the SF-protect  03200001
032100* table to learn its begin/end category and page-opening flag, so 03210001
