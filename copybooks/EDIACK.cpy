000100*****************************************************************
000110*  EDIACK.CPY
000120*  ORDER ACKNOWLEDGEMENT FILE (EDIACK) WRITTEN BY DAY9EDI AND
000130*  SENT BACK TO THE CUSTOMER FOR THE TRANSMISSION IT RECEIVED:
000140*  ONE HEADER, ONE RECORD PER LINE AND ONE TRAILER PER ORDER.
000150*
000160*  EAK-TYPE "H": THE CUSTOMER'S REFERENCE, THE ORDER NUMBER IT
000170*                WAS TAKEN UNDER, AND EAH-STATUT "A" ACCEPTED
000180*                FOR LINE-BY-LINE PROCESSING OR "R" REFUSED
000190*                WHOLE (EAH-MOTIF SAYS WHY);
000200*  EAK-TYPE "D": PER LINE, EAL-STATUT
000210*                  "A" ACCEPTED ONTO ORDER LINE EAL-ORD-LIGNE
000220*                      AT THE FROZEN EAL-PRIX,
000230*                  "H" ACCEPTED BUT HELD PENDING CREDIT REVIEW,
000240*                  "B" SHORT OF STOCK - BACKORDERED AT EAL-PRIX,
000250*                  "R" REJECTED (EAL-MOTIF SAYS WHY);
000260*  EAK-TYPE "T": THE LINE COUNTS BY OUTCOME.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290*  10/15/2026  JPH  ORIGINAL VERSION.
000300*****************************************************************
000310 01  EDIACK-REC.
000320     05  EAK-Type             PIC X(01).
000330         88  EAK-IS-HEADER         VALUE "H".
000340         88  EAK-IS-LINE           VALUE "D".
000350         88  EAK-IS-TRAILER        VALUE "T".
000360     05  FILLER               PIC X(69).
000370 01  EDIACK-HDR-REC.
000380     05  EAH-Type             PIC X(01).
000390     05  EAH-Client-Code      PIC X(05).
000400     05  EAH-Ref-Client       PIC X(15).
000410     05  EAH-Ordre-Numero     PIC X(06).
000420     05  EAH-Statut           PIC X(01).
000430         88  EAH-ACCEPTED          VALUE "A".
000440         88  EAH-REFUSED           VALUE "R".
000450     05  EAH-Motif            PIC X(30).
000460     05  EAH-Date             PIC 9(08).
000470     05  FILLER               PIC X(04).
000480 01  EDIACK-LIN-REC.
000490     05  EAL-Type             PIC X(01).
000500     05  EAL-Ligne-Client     PIC X(03).
000510     05  EAL-Code-produit     PIC X(03).
000520     05  EAL-Qte              PIC 9(05).
000530     05  EAL-Statut           PIC X(01).
000540         88  EAL-ACCEPTED          VALUE "A".
000550         88  EAL-HELD              VALUE "H".
000560         88  EAL-BACKORDERED       VALUE "B".
000570         88  EAL-REJECTED          VALUE "R".
000580     05  EAL-Ord-Ligne        PIC 9(03).
000590     05  EAL-Prix             PIC S9(06)V99 SIGN LEADING
000600                                  SEPARATE.
000610     05  EAL-Code-Devise      PIC X(03).
000620     05  EAL-Motif            PIC X(30).
000630     05  FILLER               PIC X(12).
000640 01  EDIACK-TRL-REC.
000650     05  EAT-Type             PIC X(01).
000660     05  EAT-Nb-Lignes        PIC 9(05).
000670     05  EAT-Acceptees        PIC 9(05).
000680     05  EAT-En-Attente       PIC 9(05).
000690     05  EAT-Reliquats        PIC 9(05).
000700     05  EAT-Rejetees         PIC 9(05).
000710     05  FILLER               PIC X(44).
