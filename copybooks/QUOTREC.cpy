000100*****************************************************************
000110*  QUOTREC.CPY
000120*  SALES QUOTATION LINE RECORD - ONE RECORD PER QUOTE LINE ON
000130*  THE QUOTFILE, KEYED BY QUOTE NUMBER AND LINE THE WAY ORDFILE
000140*  IS KEYED BY ORDER NUMBER AND LINE, AND CARRYING THE CUSTOMER
000150*  ON EVERY LINE SO THE FILE READS WITHOUT A HEADER. CAPTURED
000160*  BY DAY9QUO AGAINST CUSTMAST AND PRODMAST, WITH THE PRICE
000170*  RESOLVED AS DAY9ORD RESOLVES IT (LOWEST OF LIST, CONTRACT
000180*  AND PRICE BREAKS) AND FROZEN ON THE LINE WITH THE RULE THAT
000190*  WON, THE LIST PRICE, THE TAX RATE AND THE CURRENCY.
000200*  QT-DATE-EXPIRATION IS THE LAST DAY THE QUOTE MAY BE TAKEN UP.
000210*
000220*  QT-STATUT: "O" OPEN, "C" CONVERTED INTO ORDER QT-ORDRE-
000230*  NUMERO BY DAY9ORD AT THE QUOTED PRICE, "E" EXPIRED WITHOUT
000240*  CONVERTING (SET BY THE WEEKLY DAY9QEX REPORT).
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION.
000280*  10/15/2026  JPH  ADDED QT-REGLE-PRIX, THE RULE THAT SET QT-PRIX
000290*                   (SAME VALUES AS ORD-REGLE-PRIX), AND
000300*                   QT-PRIX-LISTE, THE PRODMAST PRIX AT QUOTE
000310*                   TIME. PRICES NOW RESOLVE AS DAY9ORD'S DO.
000320*****************************************************************
000330 01  QUOTE-REC.
000340     05  QT-Key.
000350         10  QT-Numero        PIC X(06).
000360         10  QT-Ligne         PIC 9(03).
000370     05  QT-Client-Code       PIC X(05).
000380     05  QT-Client            PIC X(20).
000390     05  QT-Code-produit      PIC X(03).
000400     05  QT-Qte               PIC 9(05).
000410     05  QT-Prix              PIC S9(06)V99 SIGN LEADING
000420                                  SEPARATE.
000430     05  QT-Taux-Taxe         PIC 9(02)V99.
000440     05  QT-Code-Devise       PIC X(03).
000450     05  QT-Date              PIC 9(08).
000460     05  QT-Date-Expiration   PIC 9(08).
000470     05  QT-Statut            PIC X(01).
000480         88  QT-STATUT-OPEN        VALUE "O".
000490         88  QT-STATUT-CONVERTED   VALUE "C".
000500         88  QT-STATUT-EXPIRED     VALUE "E".
000510     05  QT-Ordre-Numero      PIC X(06).
000520     05  QT-Date-Conversion   PIC 9(08).
000530     05  QT-Regle-Prix        PIC X(01).
000540     05  QT-Prix-Liste        PIC S9(06)V99 SIGN LEADING
000550                                  SEPARATE.
