000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* LAST UPDATE ON 15 Oct 2026 BY  MAINT    VERSION 04              00020043
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFGINQ.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
002100                      prefix (trailing blanks ignored)            00210001
002200                  D - every group indexed by the run(s) of this   00220001
002300                      date, YYYYMMDD                              00230001
002301                  A - not a request: names the attribute, in      00230141
002302                      columns 3-34, that the V requests after it  00230241
002303                      look up                                     00230341
002304                  V - every document carrying this value of that  00230441
002305                      attribute, the value in columns 21-80; the  00230541
002306                      attribute index (ddname ATTRVSAM, laid out  00230641
002307                      by ATTRVREC) gives the groups and runs, and 00230741
002308                      GRPVSAM their page spans                    00230841
002310                An application ID in columns 12-19 narrows any    00231039
002320                request to the runs of that application; blank    00232039
002330                answers for every application.  Each answer line  00233039
002340                names the jobname and application ID of the run   00234039
002350                that printed the document.                        00235039
002360                A V request needs ATTRVSAM, which ACIFGIXL loads; 00236041
002370                without it the other requests are still answered. 00237041
002380                An index entry whose run is no longer on GRPVSAM  00238041
002390                is listed as such but does not count as a match.  00239041
002400                A request that matches nothing is answered NO     00240001
002500                MATCH on the report and sets return code 4, so a  00250001
002600                mistyped name is never mistaken for an empty      00260001
002700                archive.                                          00270001
002710                When ddname MASKCTL is allocated, a V request's   00271043
002720                value is masked on the report and console the     00272043
002730                way the masking control file says (ACIFMASK), if  00273043
002740                its attribute is named there as sensitive; the    00274043
002750                lookup itself is made with the value as given.    00275043
002760                A defective MASKCTL answers nothing, return       00276043
002770                code 8.                                           00277043
002800  DATE-WRITTEN. 01 Sep 2026.                                      00280001
002900  DATE-COMPILED.                                                  00290001
003000  SECURITY. IBM SAMPLE CODE ONLY.                                 00300001
004400          ACCESS MODE IS DYNAMIC                                  00440001
004500          RECORD KEY IS GVX-KEY                                   00450001
004600          FILE STATUS IS GRPVSAM-STATUS.                          00460001
004610      SELECT ATTRVSAM-FILE ASSIGN TO ATTRVSAM                     00461041
004620          ORGANIZATION IS INDEXED                                 00462041
004630          ACCESS MODE IS DYNAMIC                                  00463041
004640          RECORD KEY IS AVX-KEY                                   00464041
004650          FILE STATUS IS ATTRVSAM-STATUS.                         00465041
004700      SELECT GINQ-RPT-FILE ASSIGN TO GINQRPT                      00470001
004800          ORGANIZATION IS SEQUENTIAL                              00480001
004900          ACCESS MODE IS SEQUENTIAL                               00490001
005800          88  GIQ-REQ-NAME        VALUE 'N'.                      00580001
005900          88  GIQ-REQ-PREFIX      VALUE 'P'.                      00590001
006000          88  GIQ-REQ-DATE        VALUE 'D'.                      00600001
006030          88  GIQ-REQ-BY-VALUE    VALUE 'V'.                      00603041
006060          88  GIQ-SET-ATTR        VALUE 'A'.                      00606041
006100      05  FILLER              PIC X.                              00610001
006200      05  GIQ-REQ-ARG         PIC X(8).                           00620001
006250      05  FILLER              PIC X.                              00625039
006300      05  GIQ-REQ-APPL-ID     PIC X(8).                           00630039
006310      05  FILLER              PIC X.                              00631041
006320      05  GIQ-REQ-VALUE       PIC X(60).                          00632041
006330  01  GINQ-REQ-ATTR-RECORD.                                       00633041
006340      05  FILLER              PIC X(2).                           00634041
006350      05  GIQ-ATTR-NAME       PIC X(32).                          00635041
006360      05  FILLER              PIC X(46).                          00636041
006400  FD  GRPVSAM-FILE.                                               00640002
006600      COPY GRPVSREC.                                              00660001
006630  FD  ATTRVSAM-FILE.                                              00663041
006660      COPY ATTRVREC.                                              00666041
006700  FD  GINQ-RPT-FILE                                               00670001
006800      RECORDING MODE F.                                           00680001
006900  01  GINQ-RPT-RECORD         PIC X(80).                          00690001
007100  77  PGMNAME                 PIC X(8) VALUE 'ACIFGINQ'.          00710001
007200  77  GINQ-REQ-STATUS         PIC XX VALUE SPACES.                00720001
007300  77  GRPVSAM-STATUS          PIC XX VALUE SPACES.                00730001
007350  77  ATTRVSAM-STATUS         PIC XX VALUE SPACES.                00735041
007400  77  GINQ-RPT-STATUS         PIC XX VALUE SPACES.                00740001
007500  77  ERROR-RC                PIC 9(4) BINARY VALUE 8.            00750001
007600  77  WARNING-RC              PIC 9(4) BINARY VALUE 4.            00760001
007650  77  MASKPGM                 PIC X(8) VALUE 'ACIFMASK'.          00765043
007700  77  IN-EOF-FLAG             PIC X VALUE 'N'.                    00770001
007800      88  IN-EOF                  VALUE 'Y'.                      00780001
007900      88  IN-NOT-EOF              VALUE 'N'.                      00790001
008100      05  REQUEST-COUNT       PIC 9(5) BINARY VALUE ZERO.         00810001
008200      05  MATCH-COUNT         PIC 9(8) BINARY VALUE ZERO.         00820001
008300      05  NOMATCH-COUNT       PIC 9(5) BINARY VALUE ZERO.         00830001
008350      05  DANGLING-COUNT      PIC 9(8) BINARY VALUE ZERO.         00835041
008400  01  GINQ-WORK.                                                  00840001
008500      05  BROWSE-DONE-FLAG    PIC X VALUE 'N'.                    00850001
008600          88  BROWSE-DONE         VALUE 'Y'.                      00860001
008900      05  PREFIX-LEN          PIC 9(4) BINARY VALUE ZERO.         00890001
009000      05  ARG-IX              PIC 9(4) BINARY VALUE ZERO.         00900001
009100      05  REQ-DATE-NUM        PIC 9(8) VALUE ZERO.                00910001
009110      05  REQ-ATTR-NAME       PIC X(32) VALUE SPACES.             00911041
009120      05  JOIN-MATCH-COUNT    PIC 9(8) BINARY VALUE ZERO.         00912041
009130      05  ATTR-BROWSE-FLAG    PIC X VALUE 'N'.                    00913041
009140          88  ATTR-BROWSE-DONE    VALUE 'Y'.                      00914041
009150          88  ATTR-BROWSE-MORE    VALUE 'N'.                      00915041
009160      05  ATTR-OPEN-FLAG      PIC X VALUE 'N'.                    00916041
009170          88  ATTR-FILE-OPEN      VALUE 'Y'.                      00917041
009177      05  MASKCTL-MODE-FLAG   PIC X VALUE 'N'.                    00917743
009184          88  MASKCTL-MODE        VALUE 'Y'.                      00918443
009191      05  SHOW-VALUE          PIC X(60) VALUE SPACES.             00919143
009200  01  GINQ-DISPLAY-FIELDS.                                        00920001
009300      05  COUNT-DISP          PIC ZZZ,ZZ9.                        00930001
009400      05  FROM-DISP           PIC 9(8).                           00940001
009500      05  TO-DISP             PIC 9(8).                           00950001
009600      05  DATE-DISP           PIC 9(8).                           00960001
009700      05  TIME-DISP           PIC 9(8).                           00970001
009730* parameters for the shared value masking routine.                00973043
009760      COPY MASKPARM.                                              00976043
009800  TITLE 'Initialization and Main Line'.                           00980001
009900  PROCEDURE DIVISION.                                             00990001
010000  MAIN-LINE.                                                      01000001
010300      STRING PGMNAME ' - DOCUMENT INDEX INQUIRY REPORT'           01030001
010400             DELIMITED BY SIZE INTO GINQ-RPT-RECORD.              01040001
010500      WRITE GINQ-RPT-RECORD.                                      01050001
010507      PERFORM LOAD-MASK-LIST.                                     01050743
010514      IF MSK-DEFECTIVE                                            01051443
010521       THEN                                                       01052143
010528        MOVE SPACES TO GINQ-RPT-RECORD;                           01052843
010535        STRING ' MASKCTL UNUSABLE - NO REQUESTS ANSWERED'         01053543
010542               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            01054243
010549        WRITE GINQ-RPT-RECORD;                                    01054943
010556        CLOSE GINQ-RPT-FILE;                                      01055643
010563        DISPLAY PGMNAME, ' MASKCTL UNUSABLE - RC=8';              01056343
010570        MOVE ERROR-RC TO RETURN-CODE;                             01057043
010577        GOBACK;                                                   01057743
010584      END-IF.                                                     01058443
010600      OPEN INPUT GRPVSAM-FILE.                                    01060001
010700      IF GRPVSAM-STATUS NOT = '00' AND GRPVSAM-STATUS NOT = '97'  01070001
010800       THEN                                                       01080001
012700        MOVE ERROR-RC TO RETURN-CODE;                             01270001
012800        GOBACK;                                                   01280001
012900      END-IF.                                                     01290001
012910* the attribute index is optional: without it only the V          01291041
012920* requests go unanswered.                                         01292041
012930      OPEN INPUT ATTRVSAM-FILE.                                   01293041
012940      IF ATTRVSAM-STATUS = '00' OR ATTRVSAM-STATUS = '97'         01294041
012950       THEN                                                       01295041
012960        SET ATTR-FILE-OPEN TO TRUE;                               01296041
012970      END-IF.                                                     01297041
013000      PERFORM UNTIL IN-EOF                                        01300001
013100        READ GINQ-REQ-FILE                                        01310001
013200          AT END                                                  01320001
013300            SET IN-EOF TO TRUE                                    01330001
013400          NOT AT END                                              01340001
013430            IF GIQ-SET-ATTR                                       01343041
013460             THEN                                                 01346041
013490              PERFORM SET-REQUEST-ATTRIBUTE                       01349041
013520             ELSE                                                 01352041
013550              ADD 1 TO REQUEST-COUNT                              01355041
013580              PERFORM ANSWER-ONE-REQUEST                          01358041
013610            END-IF                                                01361041
013700        END-READ;                                                 01370001
013800      END-PERFORM.                                                01380001
013900      CLOSE GINQ-REQ-FILE GRPVSAM-FILE.                           01390001
013920      IF ATTR-FILE-OPEN                                           01392041
013940       THEN                                                       01394041
013960        CLOSE ATTRVSAM-FILE;                                      01396041
013980      END-IF.                                                     01398041
014000      PERFORM WRITE-REPORT-SUMMARY.                               01400001
014100      CLOSE GINQ-RPT-FILE.                                        01410001
014200      IF NOMATCH-COUNT > ZERO                                     01420001
015000* the help desk can hand straight back to the caller.             01500001
015100  ANSWER-ONE-REQUEST.                                             01510001
015200      MOVE SPACES TO GINQ-RPT-RECORD.                             01520001
015230      IF GIQ-REQ-BY-VALUE                                         01523041
015260       THEN                                                       01526041
015280        PERFORM SET-SHOW-VALUE;                                   01528043
015300        STRING ' REQUEST V ''' SHOW-VALUE ''''                    01530043
015320               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            01532041
015350       ELSE                                                       01535041
015380        STRING ' REQUEST ' GIQ-REQ-TYPE ' ''' GIQ-REQ-ARG ''''    01538041
015410               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            01541041
015440      END-IF.                                                     01544041
015500      WRITE GINQ-RPT-RECORD.                                      01550001
015508      IF GIQ-REQ-APPL-ID = LOW-VALUES                             01550839
015516       THEN                                                       01551639
015524        MOVE SPACES TO GIQ-REQ-APPL-ID;                           01552439
015532      END-IF.                                                     01553239
015540      IF GIQ-REQ-APPL-ID NOT = SPACES                             01554039
015548       THEN                                                       01554839
015556        MOVE SPACES TO GINQ-RPT-RECORD;                           01555639
015564        STRING '   APPLICATION ID ''' GIQ-REQ-APPL-ID ''''        01556439
015572               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            01557239
015580        WRITE GINQ-RPT-RECORD;                                    01558039
015588      END-IF.                                                     01558839
015600      MOVE ZERO TO REQ-MATCH-COUNT.                               01560001
015700      EVALUATE TRUE                                               01570001
015800        WHEN GIQ-REQ-NAME                                         01580001
016100          PERFORM BROWSE-BY-PREFIX                                01610001
016200        WHEN GIQ-REQ-DATE                                         01620001
016300          PERFORM BROWSE-BY-DATE                                  01630001
016330        WHEN GIQ-REQ-BY-VALUE                                     01633041
016360          PERFORM BROWSE-BY-VALUE                                 01636041
016400        WHEN OTHER                                                01640001
016500          MOVE SPACES TO GINQ-RPT-RECORD                          01650001
016600          STRING '   REQUEST TYPE ''' GIQ-REQ-TYPE                01660001
016700                 ''' IS NOT N, P, D, OR V'                        01670041
016800                 DELIMITED BY SIZE INTO GINQ-RPT-RECORD           01680001
016900          WRITE GINQ-RPT-RECORD                                   01690001
017000      END-EVALUATE.                                               01700001
017500        STRING '   NO MATCH'                                      01750001
017600               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            01760001
017700        WRITE GINQ-RPT-RECORD;                                    01770001
017730        IF GIQ-REQ-BY-VALUE                                       01773041
017760         THEN                                                     01776041
017790          DISPLAY PGMNAME, ' NO MATCH FOR V ''', SHOW-VALUE,      01779043
017820                  '''';                                           01782041
017850         ELSE                                                     01785041
017880          DISPLAY PGMNAME, ' NO MATCH FOR ', GIQ-REQ-TYPE,        01788041
017910                  ' ''', GIQ-REQ-ARG, '''';                       01791041
017940        END-IF;                                                   01794041
018000      END-IF.                                                     01800001
018100      SKIP1                                                       01810001
018200* exact name: position at the first key carrying the name (run    01820001
019900          NOT AT END                                              01990001
020000            IF GVX-GROUP-NAME = GIQ-REQ-ARG                       02000001
020100             THEN                                                 02010001
020200              PERFORM SELECT-ANSWER-LINE                          02020039
020300             ELSE                                                 02030001
020400              SET BROWSE-DONE TO TRUE                             02040001
020500            END-IF                                                02050001
024400              IF GVX-GROUP-NAME (1:PREFIX-LEN)                    02440001
024500                 = GIQ-REQ-ARG (1:PREFIX-LEN)                     02450001
024600               THEN                                               02460001
024700                PERFORM SELECT-ANSWER-LINE                        02470039
024800               ELSE                                               02480001
024900                SET BROWSE-DONE TO TRUE                           02490001
025000              END-IF                                              02500001
027800            NOT AT END                                            02780001
027900              IF GVX-RUN-DATE = REQ-DATE-NUM                      02790001
028000               THEN                                               02800001
028100                PERFORM SELECT-ANSWER-LINE                        02810039
028200              END-IF                                              02820001
028300          END-READ;                                               02830001
028400        END-PERFORM;                                              02840001
028500      END-IF.                                                     02850001
028600      SKIP1                                                       02860001
028610* a key that matched is answered unless the request names an      02861039
028620* application and the run that printed the document was another's.02862039
028630  SELECT-ANSWER-LINE.                                             02863039
028640      IF GIQ-REQ-APPL-ID = SPACES                                 02864039
028650         OR GIQ-REQ-APPL-ID = GVX-RID-APPL-ID                     02865039
028660       THEN                                                       02866039
028670        PERFORM WRITE-ANSWER-LINE;                                02867039
028680      END-IF.                                                     02868039
028690      SKIP1                                                       02869039
028700  WRITE-ANSWER-LINE.                                              02870001
028800      ADD 1 TO REQ-MATCH-COUNT.                                   02880001
028900      ADD 1 TO MATCH-COUNT.                                       02890001
029400      MOVE SPACES TO GINQ-RPT-RECORD.                             02940001
029500      STRING '   ' GVX-GROUP-NAME ' RUN ' DATE-DISP               02950001
029600             '/' TIME-DISP ' PAGES ' FROM-DISP                    02960001
029660             ' THRU ' TO-DISP ' ' GVX-RID-JOBNAME                 02966039
029720             ' ' GVX-RID-APPL-ID                                  02972039
029800             DELIMITED BY SIZE INTO GINQ-RPT-RECORD.              02980001
029900      WRITE GINQ-RPT-RECORD.                                      02990001
030000      SKIP1                                                       03000001
031900        DISPLAY PGMNAME, ' REQUESTS WITH NO MATCH ..... ',        03190001
032000                COUNT-DISP, ' - RC=4';                            03200001
032100      END-IF.                                                     03210001
032200      IF DANGLING-COUNT > ZERO                                    03220041
032300       THEN                                                       03230041
032400        MOVE DANGLING-COUNT TO COUNT-DISP;                        03240041
032500        MOVE SPACES TO GINQ-RPT-RECORD;                           03250041
032600        STRING ' INDEX ENTRIES NOT ON GRPVSAM .. ' COUNT-DISP     03260041
032700               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            03270041
032800        WRITE GINQ-RPT-RECORD;                                    03280041
032900      END-IF.                                                     03290041
033000      EJECT                                                       03300041
033100* an A record names the attribute the V requests after it look up;03310041
033200* it answers nothing itself.                                      03320041
033300  SET-REQUEST-ATTRIBUTE.                                          03330041
033400      MOVE GIQ-ATTR-NAME TO REQ-ATTR-NAME.                        03340041
033500      MOVE SPACES TO GINQ-RPT-RECORD.                             03350041
033600      STRING ' ATTRIBUTE ''' REQ-ATTR-NAME ''''                   03360041
033700             DELIMITED BY SIZE INTO GINQ-RPT-RECORD.              03370041
033800      WRITE GINQ-RPT-RECORD.                                      03380041
033900      SKIP1                                                       03390041
033902* loads the list of sensitive attribute names through the shared  03390243
033904* masking routine.  MASKCTL absent or empty leaves every value    03390443
033906* clear, as before; a defective list (the routine has already     03390643
033908* displayed each defect) is listed here and stops the step.       03390843
033910  LOAD-MASK-LIST.                                                 03391043
033912      SET MSK-LOAD TO TRUE.                                       03391243
033914      CALL MASKPGM USING MASK-PARMS.                              03391443
033916      IF MSK-DEFECTIVE                                            03391643
033918       THEN                                                       03391843
033920        MOVE SPACES TO GINQ-RPT-RECORD;                           03392043
033922        STRING ' ' MSK-ERROR-TEXT                                 03392243
033924               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            03392443
033926        WRITE GINQ-RPT-RECORD;                                    03392643
033928      END-IF.                                                     03392843
033930      IF MSK-LOADED                                               03393043
033932       THEN                                                       03393243
033934        SET MASKCTL-MODE TO TRUE;                                 03393443
033936      END-IF.                                                     03393643
033938      SKIP1                                                       03393843
033940* the V request's value as the report and console show it: masked 03394043
033942* when its attribute is a sensitive one, so the report can go back03394243
033944* to the caller without carrying the value itself.                03394443
033946  SET-SHOW-VALUE.                                                 03394643
033948      MOVE GIQ-REQ-VALUE TO SHOW-VALUE.                           03394843
033950      IF MASKCTL-MODE                                             03395043
033952       THEN                                                       03395243
033954        MOVE REQ-ATTR-NAME TO MSK-ATTR-NAME;                      03395443
033956        MOVE GIQ-REQ-VALUE TO MSK-VALUE;                          03395643
033958        SET MSK-APPLY TO TRUE;                                    03395843
033960        CALL MASKPGM USING MASK-PARMS;                            03396043
033962        MOVE MSK-VALUE TO SHOW-VALUE;                             03396243
033964      END-IF.                                                     03396443
033966      SKIP1                                                       03396643
034000* attribute value: the attribute index keeps every group and run  03400041
034100* carrying one name and value together, so the start key is the   03410041
034200* name and value with the group and run low, and the browse ends  03420041
034300* at the first key carrying another.  a value is compared on the  03430041
034400* 60 bytes the request has room for.  each hit is joined to the   03440041
034500* group master for its page span.                                 03450041
034600  BROWSE-BY-VALUE.                                                03460041
034700      EVALUATE TRUE                                               03470041
034800        WHEN REQ-ATTR-NAME = SPACES                               03480041
034900          MOVE SPACES TO GINQ-RPT-RECORD                          03490041
035000          STRING '   NO ATTRIBUTE NAME - PRECEDE WITH AN A RECORD'03500041
035100                 DELIMITED BY SIZE INTO GINQ-RPT-RECORD           03510041
035200          WRITE GINQ-RPT-RECORD                                   03520041
035300        WHEN GIQ-REQ-VALUE = SPACES                               03530041
035400          MOVE SPACES TO GINQ-RPT-RECORD                          03540041
035500          STRING '   VALUE IS BLANK'                              03550041
035600                 DELIMITED BY SIZE INTO GINQ-RPT-RECORD           03560041
035700          WRITE GINQ-RPT-RECORD                                   03570041
035800        WHEN NOT ATTR-FILE-OPEN                                   03580041
035900          MOVE SPACES TO GINQ-RPT-RECORD                          03590041
036000          STRING '   ATTRVSAM NOT ALLOCATED - NO VALUE LOOKUP'    03600041
036100                 DELIMITED BY SIZE INTO GINQ-RPT-RECORD           03610041
036200          WRITE GINQ-RPT-RECORD                                   03620041
036300        WHEN OTHER                                                03630041
036400          MOVE LOW-VALUES TO ATTR-VSAM-RECORD                     03640041
036500          MOVE REQ-ATTR-NAME TO AVX-ATTR-NAME                     03650041
036600          MOVE GIQ-REQ-VALUE TO AVX-ATTR-VALUE                    03660041
036700          SET ATTR-BROWSE-MORE TO TRUE                            03670041
036800          START ATTRVSAM-FILE KEY NOT LESS THAN AVX-KEY           03680041
036900            INVALID KEY                                           03690041
037000              SET ATTR-BROWSE-DONE TO TRUE                        03700041
037100          END-START                                               03710041
037200          PERFORM UNTIL ATTR-BROWSE-DONE                          03720041
037300            READ ATTRVSAM-FILE NEXT RECORD                        03730041
037400              AT END                                              03740041
037500                SET ATTR-BROWSE-DONE TO TRUE                      03750041
037600              NOT AT END                                          03760041
037700                IF AVX-ATTR-NAME = REQ-ATTR-NAME                  03770041
037800                   AND AVX-ATTR-VALUE (1:60) = GIQ-REQ-VALUE      03780041
037900                 THEN                                             03790041
038000                  PERFORM JOIN-VALUE-TO-GROUP                     03800041
038100                 ELSE                                             03810041
038200                  SET ATTR-BROWSE-DONE TO TRUE                    03820041
038300                END-IF                                            03830041
038400            END-READ                                              03840041
038500          END-PERFORM                                             03850041
038600      END-EVALUATE.                                               03860041
038700      SKIP1                                                       03870041
038800* the group master key carries the time the group closed, not the 03880041
038900* run's start, so the run is matched on the run identifier among  03890041
039000* the records for the group name.  a pointer whose run has left   03900041
039100* the master (purged, or its GRPINDEX never loaded) is listed but 03910041
039200* is not an answer.                                               03920041
039300  JOIN-VALUE-TO-GROUP.                                            03930041
039400      MOVE ZERO TO JOIN-MATCH-COUNT.                              03940041
039500      MOVE SPACES TO GROUP-VSAM-RECORD.                           03950041
039600      MOVE AVX-GROUP-NAME TO GVX-GROUP-NAME.                      03960041
039700      MOVE ZERO TO GVX-RUN-DATE GVX-RUN-TIME.                     03970041
039800      SET BROWSE-MORE TO TRUE.                                    03980041
039900      START GRPVSAM-FILE KEY NOT LESS THAN GVX-KEY                03990041
040000        INVALID KEY                                               04000041
040100          SET BROWSE-DONE TO TRUE                                 04010041
040200      END-START.                                                  04020041
040300      PERFORM UNTIL BROWSE-DONE                                   04030041
040400        READ GRPVSAM-FILE NEXT RECORD                             04040041
040500          AT END                                                  04050041
040600            SET BROWSE-DONE TO TRUE                               04060041
040700          NOT AT END                                              04070041
040800            IF GVX-GROUP-NAME = AVX-GROUP-NAME                    04080041
040900             THEN                                                 04090041
041000              IF GVX-RID-DATE = AVX-RUN-DATE                      04100041
041100                 AND GVX-RID-TIME = AVX-RUN-TIME                  04110041
041200                 AND GVX-RID-JOBNAME = AVX-RID-JOBNAME            04120041
041300               THEN                                               04130041
041400                ADD 1 TO JOIN-MATCH-COUNT                         04140041
041500                PERFORM SELECT-ANSWER-LINE                        04150041
041600              END-IF                                              04160041
041700             ELSE                                                 04170041
041800              SET BROWSE-DONE TO TRUE                             04180041
041900            END-IF                                                04190041
042000        END-READ;                                                 04200041
042100      END-PERFORM.                                                04210041
042200      IF JOIN-MATCH-COUNT = ZERO                                  04220041
042300         AND (GIQ-REQ-APPL-ID = SPACES                            04230041
042400              OR GIQ-REQ-APPL-ID = AVX-RID-APPL-ID)               04240041
042500       THEN                                                       04250041
042600        ADD 1 TO DANGLING-COUNT;                                  04260041
042700        MOVE AVX-RUN-DATE TO DATE-DISP;                           04270041
042800        MOVE AVX-RUN-TIME TO TIME-DISP;                           04280041
042900        MOVE SPACES TO GINQ-RPT-RECORD;                           04290041
043000        STRING '   ' AVX-GROUP-NAME ' RUN ' DATE-DISP             04300041
043100               '/' TIME-DISP ' NOT ON GRPVSAM ' AVX-RID-JOBNAME   04310041
043200               ' ' AVX-RID-APPL-ID                                04320041
043300               DELIMITED BY SIZE INTO GINQ-RPT-RECORD;            04330041
043400        WRITE GINQ-RPT-RECORD;                                    04340041
043500      END-IF.                                                     04350041
043600  END PROGRAM ACIFGINQ.                                           04360041
