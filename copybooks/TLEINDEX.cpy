001500      05  TLX-PAGE-COUNT      PIC 9(8).                           00150026
001600      05  TLX-LINE-COUNT      PIC 9(8).                           00160026
001700      05  TLX-GROUP-NAME      PIC X(8).                           00170026
001800* THE RUN IDENTIFIER: REAL JOBNAME, APPLICATION ID, AND RUN START 00180039
001900* DATE/TIME OF THE ACIFIBDT RUN THAT DECODED THE ATTRIBUTE.       00190039
002000      05  TLX-RUN-ID.                                             00200039
002100          10  TLX-RID-JOBNAME PIC X(8).                           00210039
002200          10  TLX-RID-APPL-ID PIC X(8).                           00220039
002300          10  TLX-RID-DATE    PIC 9(8).                           00230039
002400          10  TLX-RID-TIME    PIC 9(8).                           00240039
002500      05  FILLER              PIC X(8).                           00250039
