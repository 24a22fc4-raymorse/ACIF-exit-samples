000100******************************************************************00010039
000200* RUNIDENT                                                        00020039
000300* THE RUN IDENTIFIER STAMPED ON EVERY DATASET THE ACIF EXITS      00030039
000400* WRITE: THE REAL MVS JOBNAME (FROM THE TIOT), THE APPLICATION ID 00040039
000500* THE OPERATOR SUPPLIES IN DDNAME APPLCTL, AND THE RUN            00050043
000600* START DATE/TIME.  ACIFIBDT ESTABLISHES IT ON ITS FIRST CALL;    00060039
000700* THE AREA IS EXTERNAL SO ACIFOBDT, CALLED IN THE SAME ACIF STEP, 00070039
000800* STAMPS ITS RESTORE LOG WITH THE VERY SAME IDENTIFIER.  THE      00080039
000900* EYE-CATCHER TELLS ACIFOBDT WHETHER ACIFIBDT HAS FILLED IT IN.   00090039
001000******************************************************************00100039
001100  01  ACIF-RUN-IDENT IS EXTERNAL.                                 00110039
001200      05  RID-EYECATCH        PIC X(8).                           00120039
001300          88  RID-ESTABLISHED     VALUE 'ACIFRUN '.               00130039
001400      05  RUN-IDENT.                                              00140039
001500          10  RID-JOBNAME     PIC X(8).                           00150039
001600          10  RID-APPL-ID     PIC X(8).                           00160039
001700          10  RID-DATE        PIC 9(8).                           00170039
001800          10  RID-TIME        PIC 9(8).                           00180039
