000100*****************************************************************
000110*  EDIORD.CPY
000120*  INBOUND ELECTRONIC ORDER FILE (EDIIN) - ONE FILE PER
000130*  CUSTOMER TRANSMISSION, READ BY THE DAY9EDI BATCH INTAKE.
000140*  EACH ORDER IS A HEADER, ITS LINES AND A TRAILER CARRYING THE
000150*  NUMBER OF LINES SENT; A FILE MAY HOLD SEVERAL ORDERS.
000160*
000170*  EDI-TYPE: "H" HEADER  - CUSTOMER CODE AND THE CUSTOMER'S OWN
000180*                          ORDER REFERENCE (ONE REFERENCE IS
000190*                          TAKEN ONCE - A RESENT ORDER IS
000200*                          REFUSED AS A DUPLICATE);
000210*            "D" LINE    - THE CUSTOMER'S LINE NUMBER, THE
000220*                          CODE-PRODUIT AND THE QUANTITY;
000230*            "T" TRAILER - THE CONTROL COUNT OF "D" RECORDS.
000240*  THE QUANTITY ARRIVES AS TEXT AND IS CHECKED NUMERIC BEFORE
000250*  IT IS USED.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  10/15/2026  JPH  ORIGINAL VERSION.
000290*  10/15/2026  JPH  ADDED EDH-LIVRAISON ON THE HEADER, THE SHIPTO
000300*                   CODE OF THE SHOP THE ORDER IS FOR. BLANK
000310*                   TAKES THE CUSTOMER'S DEFAULT ADDRESS.
000320*****************************************************************
000330 01  EDIORD-REC.
000340     05  EDI-Type             PIC X(01).
000350         88  EDI-IS-HEADER         VALUE "H".
000360         88  EDI-IS-LINE           VALUE "D".
000370         88  EDI-IS-TRAILER        VALUE "T".
000380     05  FILLER               PIC X(39).
000390 01  EDIORD-HDR-REC.
000400     05  EDH-Type             PIC X(01).
000410     05  EDH-Client-Code      PIC X(05).
000420     05  EDH-Ref-Client       PIC X(15).
000430     05  EDH-Livraison        PIC X(03).
000440     05  FILLER               PIC X(16).
000450 01  EDIORD-LIN-REC.
000460     05  EDL-Type             PIC X(01).
000470     05  EDL-Ligne-Client     PIC X(03).
000480     05  EDL-Code-produit     PIC X(03).
000490     05  EDL-Qte-X            PIC X(05).
000500     05  EDL-Qte REDEFINES EDL-Qte-X
000510                              PIC 9(05).
000520     05  FILLER               PIC X(28).
000530 01  EDIORD-TRL-REC.
000540     05  EDT-Type             PIC X(01).
000550     05  EDT-Nb-Lignes-X      PIC X(05).
000560     05  EDT-Nb-Lignes REDEFINES EDT-Nb-Lignes-X
000570                              PIC 9(05).
000580     05  FILLER               PIC X(34).
