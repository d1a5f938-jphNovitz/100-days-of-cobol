000100*****************************************************************
000110*  STDORD.CPY
000120*  STANDING ORDER LINE RECORD - ONE ENTRY PER PRODUCT A
000130*  CUSTOMER TAKES ON A REGULAR SCHEDULE, ON THE INDEXED STANDORD
000140*  FILE KEYED BY CLIENT-CODE, A STANDING-ORDER REFERENCE OF THE
000150*  DESK'S CHOOSING AND A LINE NUMBER (SO-KEY). MAINTAINED
000160*  THROUGH DAY9STO; DAY9SOG TURNS THE LINES THAT FALL DUE INTO
000170*  ORDERS ON ORDFILE EVERY NIGHT, ONE ORDER PER CUSTOMER AND
000180*  REFERENCE.
000190*
000200*  SO-FREQUENCE: "W" WEEKLY, "F" FORTNIGHTLY, "M" MONTHLY (THE
000210*                SAME DAY OF THE MONTH, OR THE LAST DAY OF A
000220*                SHORTER MONTH).
000230*  SO-DATE-FIN:  ZERO WHEN THE STANDING ORDER HAS NO END DATE.
000240*  SO-PROCHAINE: THE NEXT DATE THE LINE FALLS DUE - THE START
000250*                DATE UNTIL THE FIRST ORDER, THEN MOVED ON ONE
000260*                PERIOD BY DAY9SOG EACH TIME AN ORDER IS TAKEN.
000270*  SO-STATUT:    "A" ACTIVE, "S" SUSPENDED BY THE DESK (NOTHING
000280*                GENERATED UNTIL IT IS SET BACK TO "A"), "T"
000290*                ENDED - THE NEXT DATE HAS PASSED SO-DATE-FIN.
000300*  SO-LIVRAISON: THE CUSTOMER'S SHIPTO CODE THE GOODS GO TO;
000310*                SPACES TAKE THE DEFAULT ADDRESS.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340*  10/15/2026  JPH  ORIGINAL VERSION.
000350*****************************************************************
000360 01  STDORD-REC.
000370     05  SO-Key.
000380         10  SO-Client-Code   PIC X(05).
000390         10  SO-Ref           PIC X(03).
000400         10  SO-Ligne         PIC 9(02).
000410     05  SO-Code-produit      PIC X(03).
000420     05  SO-Qte               PIC 9(05).
000430     05  SO-Frequence         PIC X(01).
000440         88  SO-WEEKLY             VALUE "W".
000450         88  SO-FORTNIGHTLY        VALUE "F".
000460         88  SO-MONTHLY            VALUE "M".
000470     05  SO-Date-Debut        PIC 9(08).
000480     05  SO-Date-Fin          PIC 9(08).
000490         88  SO-NO-END-DATE        VALUE ZERO.
000500     05  SO-Prochaine         PIC 9(08).
000510     05  SO-Livraison         PIC X(03).
000520     05  SO-Statut            PIC X(01).
000530         88  SO-STATUT-ACTIVE      VALUE "A".
000540         88  SO-STATUT-SUSPENDED   VALUE "S".
000550         88  SO-STATUT-ENDED       VALUE "T".
000560     05  SO-Derniere-Commande PIC X(06).
000570     05  SO-Derniere-Date     PIC 9(08).
000580     05  SO-Last-Maint-Date   PIC 9(08).
000590     05  SO-Last-Maint-User   PIC X(08).
