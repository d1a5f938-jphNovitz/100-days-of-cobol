000100*****************************************************************
000110*  PRODSUPP.CPY
000120*  PRODUCT/SUPPLIER CROSS-REFERENCE RECORD - ONE ENTRY PER
000130*  SUPPLIER THAT CAN DELIVER A CODE-PRODUIT, KEYED BY PRODUCT
000140*  THEN SUPPLIER, GIVING THAT SUPPLIER'S CATALOGUE PURCHASE
000150*  PRICE, ITS PROMISED LEAD TIME IN DAYS AND THE MINIMUM
000160*  QUANTITY IT WILL TAKE AN ORDER FOR. MAINTAINED IN DAY7PSU.
000170*
000180*  DAY7REO RANKS A SHORT PRODUCT'S ENTRIES BY PRICE AND BY THE
000190*  SUPPLIER'S ACTUAL DELIVERY RECORD ON SUPPDLV TO PROPOSE THE
000200*  PREFERRED SUPPLIER; A PRODUCT WITH NO ENTRY IS STILL
000210*  PROPOSED ON ITS PRODMAST CODE-FOURNISSEUR.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION.
000250*****************************************************************
000260 01  PRODSUPP-REC.
000270     05  PSU-Key.
000280         10  PSU-Code-produit PIC X(03).
000290         10  PSU-Fournisseur  PIC X(05).
000300     05  PSU-Prix-Achat       PIC S9(06)V99 SIGN LEADING
000310                                  SEPARATE.
000320     05  PSU-Delai            PIC 9(03).
000330     05  PSU-Qte-Min          PIC 9(05).
000340     05  PSU-Last-Maint-Date  PIC 9(08).
000350     05  PSU-Last-Maint-User  PIC X(08).
