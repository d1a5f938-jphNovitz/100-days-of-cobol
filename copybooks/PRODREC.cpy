000470*                   THE RECORD GROWS FROM 62 TO 67 BYTES - THE
000480*                   JOURNAL IMAGES AND BACKUP RECORDS GROW WITH
000490*                   IT.
000500*  10/15/2026  JPH  ADDED STATUT-PRODUIT, THE PRODUCT'S LIFECYCLE
000510*                   STATUS, AND CODE-SUCCESSEUR, THE PRODUCT THAT
000520*                   REPLACES IT. "A" ACTIVE (A SPACE, ON A RECORD
000530*                   FROM BEFORE THE FIELD, COUNTS AS ACTIVE); "P"
000540*                   PHASE-OUT - NOT REORDERED BY DAY7REO, SOLD
000550*                   DOWN TO ZERO WITH NO BACKORDERS; "D"
000560*                   DISCONTINUED - REFUSED AT ORDER ENTRY, WITH
000570*                   THE SUCCESSOR OFFERED, AND LEFT OFF THE
000580*                   DAY7PRL PRICE LIST; "B" BLOCKED (A LOT
000590*                   RECALL, SAY) - NOT ORDERED, PICKED, SHIPPED
000600*                   OR RELEASED FROM BACKORDER UNTIL UNBLOCKED.
000610*                   BOTH ARE MAINTAINED IN DAY7MNT. THE RECORD
000620*                   GROWS FROM 67 TO 71 BYTES - THE JOURNAL
000630*                   IMAGES AND BACKUP RECORDS GROW WITH IT.
000640*****************************************************************
000650 01  Fiche-produit.
000660     05  Code-produit         PIC X(03).
000670     05  Libelle              PIC X(15).
000680     05  Prix                 PIC S9(06)V99.
000690     05  Qte-En-Main          PIC S9(05)      COMP-3.
000700     05  Seuil-Reappro        PIC S9(05)      COMP-3.
000710     05  Last-Maint-Date      PIC 9(08).
000720     05  Last-Maint-User      PIC X(08).
000730     05  Code-Fournisseur     PIC X(05).
000740     05  Delai-Livraison      PIC 9(03)       COMP-3.
000750     05  Code-Devise          PIC X(03).
000760     05  Taux-Taxe            PIC 9(02)V99.
000770     05  Cout-Moyen           PIC S9(06)V99   COMP-3.
000780     05  Statut-Produit       PIC X(01).
000790         88  PRODUIT-ACTIF         VALUE "A" " ".
000800         88  PRODUIT-FIN-SERIE     VALUE "P".
000810         88  PRODUIT-ARRETE        VALUE "D".
000820         88  PRODUIT-BLOQUE        VALUE "B".
000830         88  PRODUIT-STATUT-VALIDE VALUE "A" "P" "D" "B".
000840     05  Code-Successeur      PIC X(03).
