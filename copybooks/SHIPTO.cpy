000100*****************************************************************
000110*  SHIPTO.CPY
000120*  CUSTOMER DELIVERY ADDRESS RECORD - ONE ENTRY PER PLACE A
000130*  CUSTOMER TAKES GOODS ON THE INDEXED SHIPTO FILE, KEYED BY
000140*  CLIENT-CODE PLUS A SHIP-TO CODE OF THE CUSTOMER'S CHOOSING
000150*  (ST-KEY). CLIENT-ADRESSE ON CUSTMAST STAYS THE BILLING
000160*  ADDRESS OF THE HEAD OFFICE THAT PAYS; THIS FILE HOLDS THE
000170*  SHOPS AND DEPOTS THAT RECEIVE. MAINTAINED THROUGH DAY9CLI.
000180*
000190*  ST-DEFAUT: "Y" ON EXACTLY ONE ENTRY PER CUSTOMER - THE
000200*  ADDRESS AN ORDER GOES TO WHEN NONE IS NAMED. DAY9CLI MAKES
000210*  A CUSTOMER'S FIRST ENTRY THE DEFAULT AND CLEARS THE OLD ONE
000220*  WHEN ANOTHER IS MARKED.
000230*
000240*  DAY9ORD AND DAY9EDI FREEZE THE SHIP-TO CODE ONTO EVERY ORDER
000250*  LINE (ORD-LIVRAISON, SEE ORDREC.CPY); A BLANK CODE MEANS THE
000260*  CUSTOMER HAD NO DELIVERY ADDRESS ON FILE AND THE GOODS GO TO
000270*  THE BILLING ADDRESS.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  10/15/2026  JPH  ORIGINAL VERSION.
000310*****************************************************************
000320 01  SHIPTO-REC.
000330     05  ST-Key.
000340         10  ST-Client-Code   PIC X(05).
000350         10  ST-Code          PIC X(03).
000360     05  ST-Nom               PIC X(20).
000370     05  ST-Adresse           PIC X(30).
000380     05  ST-Defaut            PIC X(01).
000390         88  ST-IS-DEFAULT         VALUE "Y".
000400         88  ST-NOT-DEFAULT        VALUE "N".
000410     05  ST-Last-Maint-Date   PIC 9(08).
000420     05  ST-Last-Maint-User   PIC X(08).
