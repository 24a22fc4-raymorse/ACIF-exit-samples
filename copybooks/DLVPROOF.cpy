000100******************************************************************00010001
000200* DLVPROOF                                                        00020001
000300* PROOF-OF-DELIVERY RECORD WRITTEN BY ACIFMRCN FOR EVERY STATEMENT00030001
000400* THE COMPOSITION MANIFEST EXPECTED AND EVERY NAMED GROUP THE RUN 00040001
000500* PRODUCED WITHOUT BEING EXPECTED: WHERE THE STATEMENT WENT       00050001
000600* (PRINT, E-DELIVERY, SUPPRESSION, OR NOWHERE), WHETHER THAT      00060001
000700* RECONCILES, AND THE PAGE COUNTS AND CUSTOMER KEY IT RECONCILED  00070001
000800* ON.  IT IS THE CUSTOMER-LEVEL RECORD COMPLIANCE FILES FOR THE   00080001
000900* RUN.                                                            00090001
001000******************************************************************00100001
001100  01  DELIVERY-PROOF-RECORD.                                      00110001
001200      05  DLV-GROUP-NAME      PIC X(8).                           00120001
001300      05  FILLER              PIC X.                              00130001
001400* THE MANIFEST'S CUSTOMER KEY; FOR A GROUP THE MANIFEST DID NOT   00140001
001500* EXPECT, THE KEY THE TLE EXTRACT CARRIED FOR IT.                 00150001
001600      05  DLV-CUST-KEY        PIC X(64).                          00160001
001700      05  FILLER              PIC X.                              00170001
001800      05  DLV-DISPOSITION     PIC X.                              00180001
001900          88  DLV-PRINTED         VALUE 'P'.                      00190001
002000          88  DLV-DIVERTED        VALUE 'E'.                      00200001
002100          88  DLV-SUPPRESSED      VALUE 'S'.                      00210001
002200          88  DLV-NOT-PRODUCED    VALUE 'N'.                      00220001
002300      05  FILLER              PIC X.                              00230001
002400      05  DLV-RESULT          PIC XX.                             00240001
002500          88  DLV-RECONCILED      VALUE 'OK'.                     00250001
002600          88  DLV-MISSING         VALUE 'MS'.                     00260001
002700          88  DLV-UNEXPECTED      VALUE 'UX'.                     00270001
002800          88  DLV-UNEXPECTED-NP   VALUE 'UN'.                     00280001
002900          88  DLV-PAGE-MISMATCH   VALUE 'PG'.                     00290001
003000          88  DLV-KEY-MISMATCH    VALUE 'KY'.                     00300001
003100          88  DLV-KEY-UNVERIFIED  VALUE 'KU'.                     00310001
003200          88  DLV-MULTI-PRINT     VALUE 'MP'.                     00320001
003300          88  DLV-MANIFEST-DUP    VALUE 'MD'.                     00330001
003400          88  DLV-DIVERT-UNCLOSED VALUE 'DU'.                     00340001
003500      05  FILLER              PIC X.                              00350001
003600      05  DLV-EXPECTED-PAGES  PIC 9(8).                           00360001
003700      05  FILLER              PIC X.                              00370001
003800      05  DLV-ACTUAL-PAGES    PIC 9(8).                           00380001
003900      05  FILLER              PIC X.                              00390001
004000* PAGE COUNT OF THE STREAM WHEN THE GROUP OPENED: THE PRINTED     00400001
004100* STATEMENT STARTS ON THE PAGE AFTER IT.                          00410001
004200      05  DLV-STREAM-PAGE     PIC 9(8).                           00420001
004300      05  FILLER              PIC X.                              00430001
004400      05  DLV-PRINT-COUNT     PIC 9(4).                           00440001
004500      05  FILLER              PIC X.                              00450001
004600* COPIES OF THE GROUP ACIFIBDT DROPPED AS DUPLICATES.             00460001
004700      05  DLV-DUP-DROPPED     PIC 9(4).                           00470001
004800      05  FILLER              PIC X.                              00480001
004900* THE RUN IDENTIFIER OF THE ACIFIBDT RUN RECONCILED.              00490001
005000      05  DLV-RUN-ID.                                             00500001
005100          10  DLV-RID-JOBNAME PIC X(8).                           00510001
005200          10  DLV-RID-APPL-ID PIC X(8).                           00520001
005300          10  DLV-RID-DATE    PIC 9(8).                           00530001
005400          10  DLV-RID-TIME    PIC 9(8).                           00540001
005500      05  FILLER              PIC X(12).                          00550001
