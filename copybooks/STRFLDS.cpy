001244* ON EVERY ROUND TRIP.  SEPARATORS PASS THROUGH THE RESTORE       00124438
001245* SIDE AS ORDINARY RECORDS.                                       00124538
001246  01  SF-SEP                  PIC X(3) VALUE X'EEEEAD'.           00124638
001247*                                                                 00124740
001248* DOCUMENT BOUNDARIES - THE TYPES ACIFIBDT WRAPS AROUND EACH NAMED00124840
001249* GROUP IT WRITES TO THE E-DELIVERY DATASET, SO EVERY DIVERTED    00124940
001250* GROUP STANDS ALONE AS ONE AFP DOCUMENT.                         00125040
001251  01  SF-BDT                  PIC X(3) VALUE X'D3A8A8'.           00125140
001252  01  SF-EDT                  PIC X(3) VALUE X'D3A9A8'.           00125240
001300*                                                                 00130014
001400  01  SF-NOP-DEFAULT-VALUES.                                      00140014
001500      05  FILLER.                                                 00150014
