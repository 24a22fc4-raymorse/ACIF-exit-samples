000100  PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ           00010001
000200* WRITTEN ON 15 Oct 2026 BY  MAINT    VERSION 01                  00020001
000300  ID DIVISION.                                                    00030001
000400  PROGRAM-ID. ACIFMASK.                                           00040001
000500  AUTHOR. MAINT.                                                  00050001
000600  INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                   00060001
000700                This is the one place TLE attribute values are    00070001
000800                masked, called (parameter area MASKPARM) by       00080001
000900                ACIFIBDT and by the utilities that show values to 00090001
001000                people, so a value masks the same way wherever it 00100001
001100                appears.  The masking control file (ddname        00110001
001200                MASKCTL) names the sensitive attributes and how   00120001
001300                each is masked; an attribute it does not name is  00130001
001400                left clear.  Without MASKCTL nothing is masked.   00140001
001500                                                                  00150001
001600                MASKCTL rows, 80 bytes, type in column 1:         00160001
001700                  A - an attribute name in columns 3-34 and the   00170001
001800                      method in column 36:                        00180001
001900                        L  last four: every character but the last00190001
002000                           four of the value becomes an asterisk  00200001
002100                           (a value of four characters or fewer is00210001
002200                           masked in full)                        00220001
002300                        F  full mask: every character of the value00230001
002400                           becomes an asterisk                    00240001
002500                        H  hash: the value becomes a token, '#'   00250001
002600                           and 16 hexadecimal digits, computed one00260001
002700                           way from the value and the hash key, so00270001
002800                           the same value gives the same token in 00280001
002900                           every dataset and every run and the    00290001
003000                           value cannot be read back from it      00300001
003100                  K - the hash key, columns 3-34.  Hash tokens are00310001
003200                      only as safe as the key is secret: MASKCTL  00320001
003300                      is protected as the clear extracts are.  A  00330001
003400                      file with H rows and no K row hashes without00340001
003500                      a key and says so on the console.           00350001
003600                Blank rows are skipped.  A row of any other type, 00360001
003700                an A row without a name or with an unknown method,00370001
003800                a name given twice, more than 50 names, or more   00380001
003900                than one K row makes the file defective; the      00390001
004000                caller is told and must not write values.         00400001
004100                                                                  00410001
004200                A value already masked is left as it is: a token  00420001
004300                is not hashed again, and last-four and full masks 00430001
004400                give the same value a second time.  That lets a   00440001
004500                utility mask values it reads from an extract      00450001
004600                ACIFIBDT has already masked.                      00460001
004700  DATE-WRITTEN. 15 Oct 2026.                                      00470001
004800  DATE-COMPILED.                                                  00480001
004900  SECURITY. IBM SAMPLE CODE ONLY.                                 00490001
005000  TITLE 'ACIF TLE Attribute Value Masking'.                       00500001
005100  ENVIRONMENT DIVISION.                                           00510001
005200  CONFIGURATION SECTION.                                          00520001
005300  SOURCE-COMPUTER. IBM-370.                                       00530001
005400  OBJECT-COMPUTER. IBM-370.                                       00540001
005500  INPUT-OUTPUT SECTION.                                           00550001
005600  FILE-CONTROL.                                                   00560001
005700      SELECT MASKCTL-FILE ASSIGN TO MASKCTL                       00570001
005800          ORGANIZATION IS SEQUENTIAL                              00580001
005900          ACCESS MODE IS SEQUENTIAL                               00590001
006000          FILE STATUS IS MASKCTL-STATUS.                          00600001
006100      EJECT                                                       00610001
006200  DATA DIVISION.                                                  00620001
006300  FILE SECTION.                                                   00630001
006400  FD  MASKCTL-FILE                                                00640001
006500      RECORDING MODE F.                                           00650001
006600  01  MASKCTL-RECORD.                                             00660001
006700      05  MCT-ROW-TYPE        PIC X.                              00670001
006800          88  MCT-ATTR-ROW        VALUE 'A'.                      00680001
006900          88  MCT-KEY-ROW         VALUE 'K'.                      00690001
007000      05  FILLER              PIC X.                              00700001
007100      05  MCT-ATTR-NAME       PIC X(32).                          00710001
007200      05  MCT-HASH-KEY        REDEFINES MCT-ATTR-NAME             00720001
007300                              PIC X(32).                          00730001
007400      05  FILLER              PIC X.                              00740001
007500      05  MCT-METHOD          PIC X.                              00750001
007600      05  FILLER              PIC X(44).                          00760001
007700  WORKING-STORAGE SECTION.                                        00770001
007800  77  PGMNAME                 PIC X(8) VALUE 'ACIFMASK'.          00780001
007900  77  MASKCTL-STATUS          PIC XX VALUE SPACES.                00790001
008000  77  HEX-DIGITS              PIC X(16) VALUE '0123456789ABCDEF'. 00800001
008100* the sensitive attributes and how each is masked.                00810001
008200  01  MASK-TABLE.                                                 00820001
008300      05  MASK-COUNT          PIC 9(4) BINARY VALUE ZERO.         00830001
008400      05  MASK-ROW-COUNT      PIC 9(5) BINARY VALUE ZERO.         00840001
008500      05  KEY-ROW-COUNT       PIC 9(4) BINARY VALUE ZERO.         00850001
008600      05  HASH-ROW-COUNT      PIC 9(4) BINARY VALUE ZERO.         00860001
008700      05  HASH-KEY            PIC X(32) VALUE SPACES.             00870001
008800      05  MASK-ENTRY OCCURS 0 TO 50 TIMES                         00880001
008900                     DEPENDING ON MASK-COUNT                      00890001
009000                     INDEXED BY MASK-IDX.                         00900001
009100          10  MTB-ATTR-NAME       PIC X(32).                      00910001
009200          10  MTB-METHOD          PIC X.                          00920001
009300              88  MTB-LAST-FOUR       VALUE 'L'.                  00930001
009400              88  MTB-FULL-MASK       VALUE 'F'.                  00940001
009500              88  MTB-HASH            VALUE 'H'.                  00950001
009600  01  MASK-WORK.                                                  00960001
009700      05  VALUE-LEN           PIC 9(4) BINARY VALUE ZERO.         00970001
009800      05  CLEAR-FROM          PIC 9(4) BINARY VALUE ZERO.         00980001
009900      05  CHAR-IX             PIC 9(4) BINARY VALUE ZERO.         00990001
010000      05  HEX-IX              PIC 9(4) BINARY VALUE ZERO.         01000001
010100      05  ROUND-IX            PIC 9(4) BINARY VALUE ZERO.         01010001
010200      05  TOKEN-FLAG          PIC X VALUE 'N'.                    01020001
010300          88  VALUE-IS-TOKEN      VALUE 'Y'.                      01030001
010400      05  RECNO-DISP          PIC ZZZZ9.                          01040001
010500      05  DEFECT-TEXT         PIC X(60) VALUE SPACES.             01050001
010600* one byte's code point: the byte lands in the low half of a      01060001
010700* halfword whose high half is zero.                               01070001
010800  01  BYTE-WORK.                                                  01080001
010900      05  BYTE-HALFWORD       PIC 9(4) BINARY VALUE ZERO.         01090001
011000      05  BYTE-CHARS          REDEFINES BYTE-HALFWORD.            01100001
011100          10  BYTE-HIGH       PIC X.                              01110001
011200          10  BYTE-LOW        PIC X.                              01120001
011300* the hash: two 31-bit accumulators, each a multiplicative        01130001
011400* congruential generator stepped by every byte of the key, the    01140001
011500* value, and its length, then stirred into each other.            01150001
011600  01  HASH-WORK.                                                  01160001
011700      05  HASH-ACC-1          PIC 9(10) BINARY VALUE ZERO.        01170001
011800      05  HASH-ACC-2          PIC 9(10) BINARY VALUE ZERO.        01180001
011900      05  HASH-PRODUCT        PIC 9(18) BINARY VALUE ZERO.        01190001
012000      05  HASH-QUOTIENT       PIC 9(18) BINARY VALUE ZERO.        01200001
012100      05  HASH-DIGIT          PIC 9(4) BINARY VALUE ZERO.         01210001
012200      05  HASH-MODULUS-1      PIC 9(10) BINARY VALUE 2147483647.  01220001
012300      05  HASH-MODULUS-2      PIC 9(10) BINARY VALUE 2147483629.  01230001
012400      05  HASH-INPUT          PIC X(100) VALUE SPACES.            01240001
012500      05  HASH-INPUT-LEN      PIC 9(4) BINARY VALUE ZERO.         01250001
012600      05  HASH-TOKEN.                                             01260001
012700          10  TOKEN-MARK      PIC X VALUE '#'.                    01270001
012800          10  TOKEN-HEX-1     PIC X(8).                           01280001
012900          10  TOKEN-HEX-2     PIC X(8).                           01290001
013000      05  HEX-OUT             PIC X(8).                           01300001
013100  LINKAGE SECTION.                                                01310001
013200      COPY MASKPARM.                                              01320001
013300  TITLE 'Initialization and Main Line'.                           01330001
013400  PROCEDURE DIVISION USING MASK-PARMS.                            01340001
013500  MAIN-LINE.                                                      01350001
013600      EVALUATE TRUE                                               01360001
013700        WHEN MSK-LOAD                                             01370001
013800          PERFORM LOAD-MASK-TABLE                                 01380001
013900        WHEN MSK-APPLY                                            01390001
014000          PERFORM APPLY-MASK                                      01400001
014100        WHEN OTHER                                                01410001
014200          MOVE SPACES TO MSK-ERROR-TEXT                           01420001
014300          STRING 'FUNCTION ''' MSK-FUNCTION ''' IS NOT L OR A'    01430001
014400                 DELIMITED BY SIZE INTO MSK-ERROR-TEXT            01440001
014500          SET MSK-DEFECTIVE TO TRUE                               01450001
014600      END-EVALUATE.                                               01460001
014700      GOBACK.                                                     01470001
014800      EJECT                                                       01480001
014900* loads and edits MASKCTL.  a defect anywhere leaves the table    01490001
015000* unusable rather than half loaded: a sensitive name dropped      01500001
015100* from the table would go out clear.                              01510001
015200  LOAD-MASK-TABLE.                                                01520001
015300      MOVE ZERO TO MASK-COUNT MASK-ROW-COUNT KEY-ROW-COUNT        01530001
015400                   HASH-ROW-COUNT MSK-ATTR-COUNT MSK-ERROR-COUNT. 01540001
015500      MOVE SPACES TO HASH-KEY MSK-ERROR-TEXT.                     01550001
015600      OPEN INPUT MASKCTL-FILE.                                    01560001
015700      IF MASKCTL-STATUS = '00'                                    01570001
015800       THEN                                                       01580001
015900        PERFORM UNTIL MASKCTL-STATUS NOT = '00'                   01590001
016000          READ MASKCTL-FILE                                       01600001
016100            AT END                                                01610001
016200              MOVE '10' TO MASKCTL-STATUS                         01620001
016300            NOT AT END                                            01630001
016400              ADD 1 TO MASK-ROW-COUNT;                            01640001
016500              PERFORM LOAD-ONE-MASK-ROW                           01650001
016600          END-READ;                                               01660001
016700        END-PERFORM;                                              01670001
016800        CLOSE MASKCTL-FILE;                                       01680001
016900      END-IF.                                                     01690001
017000      EVALUATE TRUE                                               01700001
017100        WHEN MSK-ERROR-COUNT > ZERO                               01710001
017200          MOVE ZERO TO MASK-COUNT                                 01720001
017300          SET MSK-DEFECTIVE TO TRUE                               01730001
017400        WHEN MASK-COUNT = ZERO                                    01740001
017500          SET MSK-NOT-LOADED TO TRUE                              01750001
017600        WHEN OTHER                                                01760001
017700          SET MSK-LOADED TO TRUE                                  01770001
017800          IF HASH-ROW-COUNT > ZERO                                01780001
017900             AND KEY-ROW-COUNT = ZERO                             01790001
018000           THEN                                                   01800001
018100            DISPLAY PGMNAME, ' MASKCTL HAS NO K ROW - HASH ',     01810001
018200                    'TOKENS ARE UNKEYED';                         01820001
018300          END-IF                                                  01830001
018400      END-EVALUATE.                                               01840001
018500      MOVE MASK-COUNT TO MSK-ATTR-COUNT.                          01850001
018600      SKIP1                                                       01860001
018700  LOAD-ONE-MASK-ROW.                                              01870001
018800      MOVE MASK-ROW-COUNT TO RECNO-DISP.                          01880001
018900      EVALUATE TRUE                                               01890001
019000        WHEN MASKCTL-RECORD = SPACES                              01900001
019100          OR MASKCTL-RECORD = LOW-VALUES                          01910001
019200          CONTINUE                                                01920001
019300        WHEN MCT-KEY-ROW                                          01930001
019400          ADD 1 TO KEY-ROW-COUNT                                  01940001
019500          IF KEY-ROW-COUNT > 1                                    01950001
019600             OR MCT-HASH-KEY = SPACES                             01960001
019700           THEN                                                   01970001
019800            MOVE SPACES TO DEFECT-TEXT                            01980001
019900            STRING 'MASKCTL ROW ' RECNO-DISP                      01990001
020000                   ' - A SECOND OR BLANK HASH KEY'                02000001
020100                   DELIMITED BY SIZE INTO DEFECT-TEXT             02010001
020200            PERFORM COUNT-MASK-DEFECT                             02020001
020300           ELSE                                                   02030001
020400            MOVE MCT-HASH-KEY TO HASH-KEY                         02040001
020500          END-IF                                                  02050001
020600        WHEN NOT MCT-ATTR-ROW                                     02060001
020700          MOVE SPACES TO DEFECT-TEXT                              02070001
020800          STRING 'MASKCTL ROW ' RECNO-DISP ' - TYPE '''           02080001
020900                 MCT-ROW-TYPE ''' IS NOT A OR K'                  02090001
021000                 DELIMITED BY SIZE INTO DEFECT-TEXT               02100001
021100          PERFORM COUNT-MASK-DEFECT                               02110001
021200        WHEN MCT-ATTR-NAME = SPACES                               02120001
021300          OR MCT-ATTR-NAME = LOW-VALUES                           02130001
021400          MOVE SPACES TO DEFECT-TEXT                              02140001
021500          STRING 'MASKCTL ROW ' RECNO-DISP                        02150001
021600                 ' - ATTRIBUTE NAME IS MISSING'                   02160001
021700                 DELIMITED BY SIZE INTO DEFECT-TEXT               02170001
021800          PERFORM COUNT-MASK-DEFECT                               02180001
021900        WHEN MCT-METHOD NOT = 'L'                                 02190001
022000         AND MCT-METHOD NOT = 'F'                                 02200001
022100         AND MCT-METHOD NOT = 'H'                                 02210001
022200          MOVE SPACES TO DEFECT-TEXT                              02220001
022300          STRING 'MASKCTL ROW ' RECNO-DISP ' - METHOD '''         02230001
022400                 MCT-METHOD ''' IS NOT L, F, OR H'                02240001
022500                 DELIMITED BY SIZE INTO DEFECT-TEXT               02250001
022600          PERFORM COUNT-MASK-DEFECT                               02260001
022700        WHEN OTHER                                                02270001
022800          PERFORM ADD-MASK-ENTRY                                  02280001
022900      END-EVALUATE.                                               02290001
023000      SKIP1                                                       02300001
023100  ADD-MASK-ENTRY.                                                 02310001
023200      SET MASK-IDX TO 1.                                          02320001
023300      IF MASK-COUNT > ZERO                                        02330001
023400       THEN                                                       02340001
023500        SEARCH MASK-ENTRY                                         02350001
023600          AT END                                                  02360001
023700            SET MASK-IDX TO 0                                     02370001
023800          WHEN MTB-ATTR-NAME (MASK-IDX) = MCT-ATTR-NAME           02380001
023900            CONTINUE                                              02390001
024000        END-SEARCH;                                               02400001
024100       ELSE                                                       02410001
024200        SET MASK-IDX TO 0;                                        02420001
024300      END-IF.                                                     02430001
024400      EVALUATE TRUE                                               02440001
024500        WHEN MASK-IDX > 0                                         02450001
024600          MOVE SPACES TO DEFECT-TEXT                              02460001
024700          STRING 'MASKCTL ROW ' RECNO-DISP                        02470001
024800                 ' - ATTRIBUTE NAMED TWICE'                       02480001
024900                 DELIMITED BY SIZE INTO DEFECT-TEXT               02490001
025000          PERFORM COUNT-MASK-DEFECT                               02500001
025100        WHEN MASK-COUNT = 50                                      02510001
025200          MOVE SPACES TO DEFECT-TEXT                              02520001
025300          STRING 'MASKCTL ROW ' RECNO-DISP                        02530001
025400                 ' - PAST THE 50-NAME TABLE LIMIT'                02540001
025500                 DELIMITED BY SIZE INTO DEFECT-TEXT               02550001
025600          PERFORM COUNT-MASK-DEFECT                               02560001
025700        WHEN OTHER                                                02570001
025800          ADD 1 TO MASK-COUNT                                     02580001
025900          MOVE MCT-ATTR-NAME TO MTB-ATTR-NAME (MASK-COUNT)        02590001
026000          MOVE MCT-METHOD    TO MTB-METHOD (MASK-COUNT)           02600001
026100          IF MCT-METHOD = 'H'                                     02610001
026200           THEN                                                   02620001
026300            ADD 1 TO HASH-ROW-COUNT                               02630001
026400          END-IF                                                  02640001
026500      END-EVALUATE.                                               02650001
026600      SKIP1                                                       02660001
026700* the first defect is the one reported; the count says whether    02670001
026800* there were more.                                                02680001
026900  COUNT-MASK-DEFECT.                                              02690001
027000      ADD 1 TO MSK-ERROR-COUNT.                                   02700001
027100      IF MSK-ERROR-COUNT = 1                                      02710001
027200       THEN                                                       02720001
027300        MOVE DEFECT-TEXT TO MSK-ERROR-TEXT;                       02730001
027400      END-IF.                                                     02740001
027500      DISPLAY PGMNAME, ' ', DEFECT-TEXT.                          02750001
027600      EJECT                                                       02760001
027700* masks one value if its attribute is in the table.  the value's  02770001
027800* length is up to its last non-blank character; an all-blank      02780001
027900* value has nothing to hide and is left alone.                    02790001
028000  APPLY-MASK.                                                     02800001
028100      SET MSK-CLEAR TO TRUE.                                      02810001
028200      MOVE SPACE TO MSK-METHOD.                                   02820001
028300      SET MASK-IDX TO 0.                                          02830001
028400      IF MASK-COUNT > ZERO                                        02840001
028500       THEN                                                       02850001
028600        SET MASK-IDX TO 1;                                        02860001
028700        SEARCH MASK-ENTRY                                         02870001
028800          AT END                                                  02880001
028900            SET MASK-IDX TO 0                                     02890001
029000          WHEN MTB-ATTR-NAME (MASK-IDX) = MSK-ATTR-NAME           02900001
029100            CONTINUE                                              02910001
029200        END-SEARCH;                                               02920001
029300      END-IF.                                                     02930001
029400      IF MASK-IDX > 0                                             02940001
029500       THEN                                                       02950001
029600        PERFORM FIND-VALUE-LENGTH;                                02960001
029700        IF VALUE-LEN > ZERO                                       02970001
029800         THEN                                                     02980001
029900          MOVE MTB-METHOD (MASK-IDX) TO MSK-METHOD;               02990001
030000          SET MSK-MASKED TO TRUE;                                 03000001
030100          EVALUATE TRUE                                           03010001
030200            WHEN MTB-LAST-FOUR (MASK-IDX)                         03020001
030300              PERFORM MASK-LAST-FOUR                              03030001
030400            WHEN MTB-FULL-MASK (MASK-IDX)                         03040001
030500              MOVE ZERO TO CLEAR-FROM                             03050001
030600              PERFORM MASK-LEADING-CHARS                          03060001
030700            WHEN MTB-HASH (MASK-IDX)                              03070001
030800              PERFORM MASK-HASH                                   03080001
030900          END-EVALUATE;                                           03090001
031000        END-IF;                                                   03100001
031100      END-IF.                                                     03110001
031200      SKIP1                                                       03120001
031300  FIND-VALUE-LENGTH.                                              03130001
031400      MOVE LENGTH OF MSK-VALUE TO VALUE-LEN.                      03140001
031500      PERFORM UNTIL VALUE-LEN = ZERO                              03150001
031600              OR MSK-VALUE (VALUE-LEN:1) NOT = SPACE              03160001
031700        SUBTRACT 1 FROM VALUE-LEN                                 03170001
031800      END-PERFORM.                                                03180001
031900      SKIP1                                                       03190001
032000  MASK-LAST-FOUR.                                                 03200001
032100      IF VALUE-LEN > 4                                            03210001
032200       THEN                                                       03220001
032300        COMPUTE CLEAR-FROM = VALUE-LEN - 3;                       03230001
032400       ELSE                                                       03240001
032500        MOVE ZERO TO CLEAR-FROM;                                  03250001
032600      END-IF.                                                     03260001
032700      PERFORM MASK-LEADING-CHARS.                                 03270001
032800      SKIP1                                                       03280001
032900* every character up to CLEAR-FROM (or the whole value when it is 03290001
033000* zero) becomes an asterisk.                                      03300001
033100  MASK-LEADING-CHARS.                                             03310001
033200      PERFORM VARYING CHAR-IX FROM 1 BY 1                         03320001
033300              UNTIL CHAR-IX > VALUE-LEN                           03330001
033400                 OR CHAR-IX = CLEAR-FROM                          03340001
033500        MOVE '*' TO MSK-VALUE (CHAR-IX:1)                         03350001
033600      END-PERFORM.                                                03360001
033700      EJECT                                                       03370001
033800* the token replaces the value.  the hash key goes in ahead of    03380001
033900* the value, so a token cannot be matched by hashing guesses      03390001
034000* without the key; the value's length goes in after it.           03400001
034100  MASK-HASH.                                                      03410001
034200      PERFORM CHECK-FOR-TOKEN.                                    03420001
034300      IF NOT VALUE-IS-TOKEN                                       03430001
034400       THEN                                                       03440001
034500        MOVE SPACES TO HASH-INPUT;                                03450001
034600        STRING HASH-KEY MSK-VALUE (1:VALUE-LEN)                   03460001
034700               DELIMITED BY SIZE INTO HASH-INPUT;                 03470001
034800        COMPUTE HASH-INPUT-LEN = LENGTH OF HASH-KEY + VALUE-LEN;  03480001
034900        MOVE 1 TO HASH-ACC-1 HASH-ACC-2;                          03490001
035000        PERFORM VARYING CHAR-IX FROM 1 BY 1                       03500001
035100                UNTIL CHAR-IX > HASH-INPUT-LEN                    03510001
035200          MOVE LOW-VALUE TO BYTE-HIGH                             03520001
035300          MOVE HASH-INPUT (CHAR-IX:1) TO BYTE-LOW                 03530001
035400          PERFORM STEP-HASH                                       03540001
035500        END-PERFORM;                                              03550001
035600        MOVE VALUE-LEN TO BYTE-HALFWORD;                          03560001
035700        PERFORM STEP-HASH;                                        03570001
035800        PERFORM VARYING ROUND-IX FROM 1 BY 1                      03580001
035900                UNTIL ROUND-IX > 8                                03590001
036000          PERFORM STIR-HASH                                       03600001
036100        END-PERFORM;                                              03610001
036200        MOVE HASH-ACC-1 TO HASH-QUOTIENT;                         03620001
036300        PERFORM FORMAT-HEX;                                       03630001
036400        MOVE HEX-OUT TO TOKEN-HEX-1;                              03640001
036500        MOVE HASH-ACC-2 TO HASH-QUOTIENT;                         03650001
036600        PERFORM FORMAT-HEX;                                       03660001
036700        MOVE HEX-OUT TO TOKEN-HEX-2;                              03670001
036800        MOVE HASH-TOKEN TO MSK-VALUE;                             03680001
036900      END-IF.                                                     03690001
037000      SKIP1                                                       03700001
037100* a value that is already a token - '#' and 16 hexadecimal        03710001
037200* digits, nothing after - stays as it is.                         03720001
037300  CHECK-FOR-TOKEN.                                                03730001
037400      MOVE 'N' TO TOKEN-FLAG.                                     03740001
037500      IF VALUE-LEN = LENGTH OF HASH-TOKEN                         03750001
037600         AND MSK-VALUE (1:1) = '#'                                03760001
037700       THEN                                                       03770001
037800        MOVE 'Y' TO TOKEN-FLAG;                                   03780001
037900        PERFORM VARYING CHAR-IX FROM 2 BY 1                       03790001
038000                UNTIL CHAR-IX > VALUE-LEN                         03800001
038100                   OR NOT VALUE-IS-TOKEN                          03810001
038200          MOVE ZERO TO HEX-IX                                     03820001
038300          INSPECT HEX-DIGITS TALLYING HEX-IX                      03830001
038400                  FOR ALL MSK-VALUE (CHAR-IX:1)                   03840001
038500          IF HEX-IX = ZERO                                        03850001
038600           THEN                                                   03860001
038700            MOVE 'N' TO TOKEN-FLAG                                03870001
038800          END-IF                                                  03880001
038900        END-PERFORM;                                              03890001
039000      END-IF.                                                     03900001
039100      SKIP1                                                       03910001
039200* one step of each accumulator for the byte (or count) in         03920001
039300* BYTE-HALFWORD.                                                  03930001
039400  STEP-HASH.                                                      03940001
039500      COMPUTE HASH-PRODUCT =                                      03950001
039600              (HASH-ACC-1 + BYTE-HALFWORD + 1) * 16807.           03960001
039700      DIVIDE HASH-PRODUCT BY HASH-MODULUS-1                       03970001
039800             GIVING HASH-QUOTIENT REMAINDER HASH-ACC-1.           03980001
039900      COMPUTE HASH-PRODUCT =                                      03990001
040000              (HASH-ACC-2 + BYTE-HALFWORD + 7) * 48271.           04000001
040100      DIVIDE HASH-PRODUCT BY HASH-MODULUS-2                       04010001
040200             GIVING HASH-QUOTIENT REMAINDER HASH-ACC-2.           04020001
040300      SKIP1                                                       04030001
040400* each accumulator takes in the other's current value, so every   04040001
040500* byte ends up in both halves of the token.                       04050001
040600  STIR-HASH.                                                      04060001
040700      COMPUTE HASH-PRODUCT = HASH-ACC-1 * 16807 + HASH-ACC-2.     04070001
040800      DIVIDE HASH-PRODUCT BY HASH-MODULUS-1                       04080001
040900             GIVING HASH-QUOTIENT REMAINDER HASH-ACC-1.           04090001
041000      COMPUTE HASH-PRODUCT = HASH-ACC-2 * 48271 + HASH-ACC-1.     04100001
041100      DIVIDE HASH-PRODUCT BY HASH-MODULUS-2                       04110001
041200             GIVING HASH-QUOTIENT REMAINDER HASH-ACC-2.           04120001
041300      SKIP1                                                       04130001
041400* HASH-QUOTIENT as eight hexadecimal digits, last digit first.    04140001
041500  FORMAT-HEX.                                                     04150001
041600      PERFORM VARYING HEX-IX FROM 8 BY -1                         04160001
041700              UNTIL HEX-IX = ZERO                                 04170001
041800        DIVIDE HASH-QUOTIENT BY 16                                04180001
041900               GIVING HASH-QUOTIENT REMAINDER HASH-DIGIT          04190001
042000        MOVE HEX-DIGITS (HASH-DIGIT + 1:1) TO HEX-OUT (HEX-IX:1)  04200001
042100      END-PERFORM.                                                04210001
042200  END PROGRAM ACIFMASK.                                           04220001
