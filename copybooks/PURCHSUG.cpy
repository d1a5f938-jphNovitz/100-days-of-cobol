000200*                   ON-HAND QUANTITY BACK UP TO TWICE THE REORDER
000210*                   THRESHOLD; DATE-BESOIN IS THE RUN DATE PLUS
000220*                   THE PRODUCT'S DELAI-LIVRAISON LEAD TIME.
000230*  10/15/2026  JPH  ADDED THE SUPPLIER OFFERS FROM PRODSUPP:
000240*                   PS-CODE-FOURNISSEUR IS NOW THE PREFERRED
000250*                   SUPPLIER DAY7REO PICKED, PS-OFFRE-PREFEREE
000260*                   ITS TERMS AND DELIVERY RECORD, AND PS-AUTRE
000270*                   UP TO THREE RUNNERS-UP, BEST FIRST, FOR
000280*                   DAY7PUR TO OFFER THE BUYER. A PRODUCT WITH
000290*                   NO PRODSUPP ENTRY HAS A ZERO PRICE AND NO
000300*                   ALTERNATIVES. QTE-SUGGEREE IS RAISED TO THE
000310*                   SUPPLIER'S MINIMUM ORDER QUANTITY.
000320*****************************************************************
000330 01  PURCHSUG-REC.
000340     05  PS-Code-produit      PIC X(03).
000350     05  PS-Libelle           PIC X(15).
000360     05  PS-Code-Fournisseur  PIC X(05).
000370     05  PS-Qte-En-Main       PIC S9(05) SIGN LEADING SEPARATE.
000380     05  PS-Seuil-Reappro     PIC S9(05) SIGN LEADING SEPARATE.
000390     05  PS-Qte-Suggeree      PIC S9(06) SIGN LEADING SEPARATE.
000400     05  PS-Date-Besoin       PIC 9(08).
000410     05  PS-Run-Date          PIC 9(08).
000420     05  PS-Offres.
000430         10  PS-Offre-Preferee.
000440             15  PS-Prix-Catalogue PIC S9(06)V99 SIGN LEADING
000450                                  SEPARATE.
000460             15  PS-Delai-Promis  PIC 9(03).
000470             15  PS-Delai-Reel    PIC 9(03)V9.
000480             15  PS-Nb-Livraisons PIC 9(03).
000490             15  PS-Qte-Min       PIC 9(05).
000500         10  PS-Nb-Autres         PIC 9(01).
000510         10  PS-Autre OCCURS 3 TIMES.
000520             15  PS-Autre-Fournisseur PIC X(05).
000530             15  PS-Autre-Prix    PIC S9(06)V99 SIGN LEADING
000540                                  SEPARATE.
000550             15  PS-Autre-Delai   PIC 9(03).
000560             15  PS-Autre-Reel    PIC 9(03)V9.
000570             15  PS-Autre-Livraisons PIC 9(03).
000580             15  PS-Autre-Qte-Min PIC 9(05).
