001639     05  CKR-SEP-COUNT       PIC S9(8) BINARY.                    00163937
001640     05  CKR-SUPR-COUNT      PIC S9(8) BINARY.                    00164037
001641     05  CKR-SUPR-DEL-COUNT  PIC S9(8) BINARY.                    00164137
001642* THE RUN IDENTIFIER, CARRIED SO EVERY DATASET A RESTARTED RUN    00164239
001643* EXTENDS KEEPS ONE IDENTIFIER FROM FIRST RECORD TO LAST.         00164339
001644     05  CKR-RUN-ID          PIC X(32).                           00164439
001645* GROUP ROUTING STATE: GROUPS BEGUN AND ABANDONED UNCLOSED, AND   00164540
001646* THE E-DELIVERY DIVERSION TOTALS, CARRIED SO A RESTARTED RUN'S   00164640
001647* EOJ GROUP RECONCILIATION RESUMES FROM THE PRIOR ATTEMPT.        00164740
001648     05  CKR-GROUPS-BEGUN-COUNT                                   00164840
001649                             PIC S9(8) BINARY.                    00164940
001650     05  CKR-GROUPS-UNCLOSED-COUNT                                00165040
001651                             PIC S9(8) BINARY.                    00165140
001652     05  CKR-EDEL-COUNT      PIC S9(8) BINARY.                    00165240
001653     05  CKR-EDEL-PAGE-COUNT PIC S9(8) BINARY.                    00165340
001654     05  CKR-EDEL-DEL-COUNT  PIC S9(8) BINARY.                    00165440
001655     05  CKR-ROUTE-LATE-COUNT                                     00165540
001656                             PIC S9(8) BINARY.                    00165640
001657     05  FILLER              PIC X(3).                            00165737
