000100******************************************************************00010001
000200* PARTMAN                                                         00020001
000300* PARTITION MANIFEST WRITTEN BY THE SPLIT UTILITY (ACIFSPLT) WHEN 00030001
000400* IT CUTS ONE PRINT FILE INTO PARTITIONS FOR PARALLEL ACIF RUNS,  00040001
000500* AND READ BY THE MERGE (ACIFPMRG) TO PUT THE PARTITIONS' OUTPUTS 00050001
000600* BACK TOGETHER AS ONE RUN.  EVERY PARTITION CARRIES A COPY OF    00060001
000700* THE FILE'S HEADER (THE RECORDS AHEAD OF THE FIRST BNG) AND      00070001
000800* TRAILER (THE RECORDS AFTER THE LAST ENG) SO IT STANDS ALONE AS  00080001
000900* A PRINT FILE; THE MANIFEST SAYS HOW LONG THOSE COPIES ARE AND   00090001
001000* WHAT THEY COUNTED, SO THE MERGE CAN TAKE THEM BACK OUT.         00100001
001100*   R - ONE PER SPLIT: THE FILE AS A WHOLE                        00110001
001200*   P - ONE PER PARTITION, IN PARTITION ORDER                     00120001
001230*       (EACH PARTITION'S P ROW IS ALSO WRITTEN ALONE TO ITS      00123001
001260*       SEED DATASET, READ BY ITS ACIFIBDT RUN AS PARTSEED)       00126001
001300*   S - ONE PER STRUCTURED FIELD TYPE IN THE HEADER (SECTION H)   00130001
001400*       OR TRAILER (SECTION T): HOW MANY, AND THEIR TOTAL LENGTH  00140001
001500* RECORD NUMBERS ARE ORDINALS IN THE ORIGINAL FILE, FROM 1.       00150001
001600******************************************************************00160001
001700  01  PART-MANIFEST-RECORD.                                       00170001
001800      05  PMN-REC-TYPE        PIC X.                              00180001
001900          88  PMN-RUN-ROW         VALUE 'R'.                      00190001
002000          88  PMN-PART-ROW        VALUE 'P'.                      00200001
002100          88  PMN-SF-ROW          VALUE 'S'.                      00210001
002200      05  FILLER              PIC X.                              00220001
002300      05  PMN-DATA            PIC X(78).                          00230001
002400      05  PMN-RUN-DATA        REDEFINES PMN-DATA.                 00240001
002500          10  PMN-PART-COUNT  PIC 9(2).                           00250001
002600          10  FILLER          PIC X.                              00260001
002700          10  PMN-INPUT-COUNT PIC 9(8).                           00270001
002800          10  PMN-GROUP-COUNT PIC 9(8).                           00280001
002900          10  PMN-HDR-COUNT   PIC 9(8).                           00290001
003000          10  PMN-TRL-COUNT   PIC 9(8).                           00300001
003100* PAGES THE HEADER AND TRAILER OPEN, AND RECORDS IN THEM SFDELCTL 00310001
003200* DELETES, AS EACH PARTITION'S ACIFIBDT RUN COUNTS THEM.          00320001
003300          10  PMN-HDR-PAGES   PIC 9(4).                           00330001
003400          10  PMN-TRL-PAGES   PIC 9(4).                           00340001
003500          10  PMN-HDR-DELETES PIC 9(4).                           00350001
003600          10  PMN-TRL-DELETES PIC 9(4).                           00360001
003700* THE ACIF USER PARAMETER CONVERSION MODE (BYTE 1) THE PAGE       00370001
003800* COUNTS WERE TAKEN UNDER: B, E, OR A.                            00380001
003900          10  PMN-CONV-MODE   PIC X.                              00390001
004000          10  FILLER          PIC X.                              00400001
004100          10  PMN-SPLIT-DATE  PIC 9(8).                           00410001
004200          10  PMN-SPLIT-TIME  PIC 9(8).                           00420001
004300          10  FILLER          PIC X(9).                           00430001
004400      05  PMN-PART-DATA       REDEFINES PMN-DATA.                 00440001
004500          10  PMN-PART-NO     PIC 9(2).                           00450001
004600          10  FILLER          PIC X.                              00460001
004700* THE FIRST RECORD OF THE PARTITION'S OWN SHARE OF THE BODY (THE  00470001
004800* RECORDS FROM THE FIRST BNG THROUGH THE LAST ENG).               00480001
004900          10  PMN-FIRST-RECNO PIC 9(8).                           00490001
005000* RECORDS WRITTEN TO THE PARTITION, HEADER AND TRAILER COPIES     00500001
005100* INCLUDED - WHAT ITS ACIFIBDT RUN COUNTS AS LINES.               00510001
005200          10  PMN-PART-RECORDS PIC 9(8).                          00520001
005300          10  PMN-BODY-RECORDS PIC 9(8).                          00530001
005400          10  PMN-PART-GROUPS PIC 9(8).                           00540001
005420* THE NAMED GROUPS AND PAGE OPENINGS IN THE SHARES OF ALL EARLIER 00542001
005440* PARTITIONS, HEADER AND TRAILER COPIES LEFT OUT.  THE            00544001
005460* PARTITION'S ACIFIBDT RUN STARTS ITS SEPARATOR GROUP SEQUENCE    00546001
005480* FROM THE ONE AND ADDS THE OTHER TO THE PAGE IT STAMPS ON A      00548001
005500* SEPARATOR, SO MERGED SEPARATORS NUMBER ON UNBROKEN AS IF THE    00550001
005520* FILE HAD NEVER BEEN CUT.                                        00552001
005540          10  PMN-GROUP-BASE  PIC 9(8).                           00554001
005560          10  PMN-PAGE-BASE   PIC 9(8).                           00556001
005580          10  FILLER          PIC X(27).                          00558001
005600      05  PMN-SF-DATA         REDEFINES PMN-DATA.                 00560001
005700          10  PMN-SF-SECTION  PIC X.                              00570001
005800              88  PMN-SF-HEADER   VALUE 'H'.                      00580001
005900              88  PMN-SF-TRAILER  VALUE 'T'.                      00590001
006000          10  PMN-SF-TYPE     PIC X(3).                           00600001
006100          10  PMN-SF-COUNT    PIC 9(8).                           00610001
006200          10  PMN-SF-TOTAL-LEN PIC 9(12).                         00620001
006300          10  FILLER          PIC X(54).                          00630001
