000210*  LINE TO ORDFILE SO DAY9INV BILLS THE RELEASE AT THE FROZEN
000220*  PRICE.
000230*
000240*  BO-STATUT: "N" OPEN, "R" RELEASED, "X" CANCELLED WITH ITS
000250*  ORDER (DAY9CRH).
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  09/02/2026  JPH  ORIGINAL VERSION.
000290*  10/15/2026  JPH  ADDED BO-REGLE-PRIX AND BO-PRIX-LISTE, CARRIED
000300*                   FROM AND BACK TO ORD-REGLE-PRIX AND
000310*                   ORD-PRIX-LISTE SO A RELEASED LINE STILL SHOWS
000320*                   ITS DISCOUNT ON THE INVOICE.
000330*  10/15/2026  JPH  ADDED BO-LIVRAISON, CARRIED FROM AND BACK TO
000340*                   ORD-LIVRAISON SO A RELEASED LINE STILL GOES
000350*                   TO THE SHOP IT WAS ORDERED FOR.
000360*  10/15/2026  JPH  ADDED BO-STATUT "X", CANCELLED BY DAY9CRH WITH
000370*                   THE HELD ORDER IT BELONGS TO. DAY9BOR ONLY
000380*                   EVER RELEASES "N". A SHORT LINE IS NO LONGER
000390*                   BACKORDERED WHEN IT WOULD TAKE THE CUSTOMER
000400*                   PAST THE CREDIT LIMIT.
000410*****************************************************************
000420 01  BACKORD-REC.
000430     05  BO-Numero            PIC X(06).
000440     05  BO-Client-Code       PIC X(05).
000450     05  BO-Client            PIC X(20).
000460     05  BO-Code-produit      PIC X(03).
000470     05  BO-Qte               PIC 9(05).
000480     05  BO-Prix              PIC S9(06)V99 SIGN LEADING
000490                                  SEPARATE.
000500     05  BO-Taux-Taxe         PIC 9(02)V99.
000510     05  BO-Code-Devise       PIC X(03).
000520     05  BO-Date              PIC 9(08).
000530     05  BO-Statut            PIC X(01).
000540         88  BO-STATUT-OPEN        VALUE "N".
000550         88  BO-STATUT-RELEASED    VALUE "R".
000560         88  BO-STATUT-CANCELLED   VALUE "X".
000570     05  BO-Regle-Prix        PIC X(01).
000580     05  BO-Prix-Liste        PIC S9(06)V99 SIGN LEADING
000590                                  SEPARATE.
000600     05  BO-Livraison         PIC X(03).
