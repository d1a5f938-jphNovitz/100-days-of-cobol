000200*  CLIENT-STATUT: "A" ACTIVE, "I" INACTIVE. DAY9ORD REFUSES AN
000210*  ORDER FOR ANY CODE NOT ON THE FILE OR NOT ACTIVE, SO A BAD
000220*  CUSTOMER IS CAUGHT AT CAPTURE, NOT AT INVOICING.
000230*  "D" EN DEMEURE: STILL ACTIVE, BUT DAY9DUN HAS SENT A FINAL
000240*  PAYMENT NOTICE - DAY9ORD WARNS THE DESK AND ASKS FOR
000250*  CONFIRMATION. DAY9CLI SETS IT BACK TO "A" ONCE SETTLED.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  09/02/2026  JPH  ORIGINAL VERSION. GROWN OUT OF THE FREE-KEYED
000290*                   ORD-CLIENT FIELD ON THE ORDER LINE, WHICH LET
000300*                   THE SAME CUSTOMER APPEAR AS THREE SPELLINGS
000310*                   AND MADE PER-CUSTOMER INVOICE ROLL-UPS
000320*                   IMPOSSIBLE.
000330*  10/15/2026  JPH  CLIENT-STATUT "D" (FINAL NOTICE SENT) ADDED.
000340*****************************************************************
000350 01  Fiche-Client.
000360     05  Client-Code              PIC X(05).
000370     05  Client-Nom               PIC X(20).
000380     05  Client-Adresse           PIC X(30).
000390     05  Client-Devise            PIC X(03).
000400     05  Client-Credit-Limite     PIC S9(09)V99.
000410     05  Client-Statut            PIC X(01).
000420         88  CLIENT-ACTIF              VALUE "A".
000430         88  CLIENT-INACTIF            VALUE "I".
000440         88  CLIENT-EN-DEMEURE         VALUE "D".
000450     05  Client-Last-Maint-Date   PIC 9(08).
000460     05  Client-Last-Maint-User   PIC X(08).
