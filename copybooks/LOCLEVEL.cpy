000100*****************************************************************
000110*  LOCLEVEL.CPY
000120*  LOCATION STOCK LEVEL RECORD - THE MINIMUM AND MAXIMUM
000130*  QUANTITY A LOCSTOCK BUCKET SHOULD HOLD, ONE ENTRY PER
000140*  CODE-PRODUIT PER LOCATION, KEYED THE SAME WAY AS LOCSTOCK.
000150*  MAINTAINED IN DAY7LVL AND SWEPT NIGHTLY BY DAY7XFR, WHICH
000160*  PROPOSES "X" TRANSFERS TO BRING A BUCKET THAT HAS FALLEN
000170*  BELOW LL-QTE-MIN BACK UP TO LL-QTE-MAX.
000180*
000190*  A BUCKET WITH NO LOCLEVEL ENTRY IS NEVER TOPPED UP AND NEVER
000200*  GIVES STOCK, EXCEPT THE MAIN WAREHOUSE "MAG", WHICH GIVES
000210*  EVERYTHING ABOVE ITS OWN MINIMUM (ALL OF IT WHEN IT HAS NO
000220*  ENTRY).
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  10/15/2026  JPH  ORIGINAL VERSION.
000260*****************************************************************
000270 01  LOCLEVEL-REC.
000280     05  LL-Key.
000290         10  LL-Code-produit  PIC X(03).
000300         10  LL-Location      PIC X(03).
000310     05  LL-Qte-Min           PIC 9(05).
000320     05  LL-Qte-Max           PIC 9(05).
000330     05  LL-Last-Maint-Date   PIC 9(08).
000340     05  LL-Last-Maint-User   PIC X(08).
