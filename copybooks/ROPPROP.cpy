000100*****************************************************************
000110*  ROPPROP.CPY
000120*  REORDER-POINT PROPOSAL RECORD - ONE ENTRY PER CODE-PRODUIT
000130*  WHOSE RECOMMENDED SEUIL-REAPPRO DIFFERS FROM THE ONE ON
000140*  PRODMAST, WRITTEN BY THE MONTHLY DAY7ROP PLANNING RUN AND
000150*  DECIDED ONE BY ONE BY A BUYER IN DAY7RAC. THE FILE IS
000160*  REBUILT EVERY RUN, SO AN UNDECIDED PROPOSAL LAPSES WHEN THE
000170*  NEXT MONTH'S FIGURES ARRIVE.
000180*
000190*  RP-DEMANDE-JOUR IS THE AVERAGE DAILY DEMAND OVER THE SALEHIST
000200*  WINDOW AND RP-ECART-TYPE ITS DAILY STANDARD DEVIATION.
000210*  RP-DELAI IS THE AVERAGE ACTUAL LEAD TIME FROM SUPPDLV FOR THE
000220*  PRODUCT'S CURRENT SUPPLIER (RP-DELAI-SOURCE "R"), OR THE
000230*  DELAI-LIVRAISON PROMISE WHEN NO DELIVERY HAS BEEN RECORDED
000240*  ("P"). RP-ECART-VALEUR IS THE CHANGE IN STOCK VALUE AT
000250*  COUT-MOYEN IF THE PROPOSAL IS TAKEN.
000260*
000270*  RP-STATUT: "P" PROPOSED, "A" ACCEPTED (PRODMAST UPDATED),
000280*  "R" REJECTED.
000290*****************************************************************
000300* MODIFICATION HISTORY
000310*  10/15/2026  JPH  ORIGINAL VERSION.
000320*****************************************************************
000330 01  ROPPROP-REC.
000340     05  RP-Code-produit      PIC X(03).
000350     05  RP-Libelle           PIC X(15).
000360     05  RP-Seuil-Actuel      PIC S9(05) SIGN LEADING SEPARATE.
000370     05  RP-Seuil-Propose     PIC S9(05) SIGN LEADING SEPARATE.
000380     05  RP-Stock-Securite    PIC 9(05).
000390     05  RP-Demande-Jour      PIC 9(05)V99.
000400     05  RP-Ecart-Type        PIC 9(05)V99.
000410     05  RP-Delai             PIC 9(03)V9.
000420     05  RP-Delai-Source      PIC X(01).
000430         88  RP-DELAI-REEL         VALUE "R".
000440         88  RP-DELAI-PROMIS       VALUE "P".
000450     05  RP-Cout-Moyen        PIC S9(06)V99 SIGN LEADING
000460                                  SEPARATE.
000470     05  RP-Ecart-Valeur      PIC S9(09)V99 SIGN LEADING
000480                                  SEPARATE.
000490     05  RP-Run-Date          PIC 9(08).
000500     05  RP-Statut            PIC X(01).
000510         88  RP-STATUT-PROPOSED    VALUE "P".
000520         88  RP-STATUT-ACCEPTED    VALUE "A".
000530         88  RP-STATUT-REJECTED    VALUE "R".
000540     05  RP-Decision-User     PIC X(08).
000550     05  RP-Decision-Date     PIC 9(08).
