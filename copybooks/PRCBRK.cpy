000100*****************************************************************
000110*  PRCBRK.CPY
000120*  PRICE BREAK RECORD - ONE ENTRY PER QUANTITY TIER OR
000130*  PROMOTION ON THE PRCBREAK FILE, BY CODE-PRODUIT, OPEN TO
000140*  EVERY CUSTOMER. ENTERED AND CANCELLED THROUGH DAY7BRK;
000150*  CONSULTED BY DAY9ORD ONCE THE LINE QUANTITY IS KNOWN, WHICH
000160*  FREEZES THE BEST OF THE LIST PRICE, THE CUSTOMER'S CONTRACT
000170*  PRICE AND EVERY BREAK THAT APPLIES.
000180*
000190*  AN ENTRY APPLIES WHEN THE LINE QUANTITY IS AT LEAST
000200*  BRK-QTE-MIN AND THE CAPTURE DATE FALLS BETWEEN
000210*  BRK-DATE-DEBUT AND BRK-DATE-FIN INCLUSIVE.
000220*  BRK-TYPE: "F" FIXED PRICE (BRK-VALEUR IS THE UNIT PRICE),
000230*            "P" PERCENTAGE OFF (BRK-VALEUR IS THE DISCOUNT
000240*                PERCENTAGE TAKEN OFF THE MASTER PRIX).
000250*  A STANDING QUANTITY TIER HAS NO END DATE (BRK-DATE-FIN
000260*  99999999); AN ENTRY WITH AN END DATE IS A PROMOTION, AND A
000270*  PROMOTION FOR ANY QUANTITY SIMPLY HAS BRK-QTE-MIN 1.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  10/15/2026  JPH  ORIGINAL VERSION.
000310*****************************************************************
000320 01  PRCBRK-REC.
000330     05  BRK-Code-produit     PIC X(03).
000340     05  BRK-Qte-Min          PIC 9(05).
000350     05  BRK-Type             PIC X(01).
000360         88  BRK-TYPE-FIXED        VALUE "F".
000370         88  BRK-TYPE-PERCENT      VALUE "P".
000380     05  BRK-Valeur           PIC S9(06)V99 SIGN LEADING
000390                                  SEPARATE.
000400     05  BRK-Date-Debut       PIC 9(08).
000410     05  BRK-Date-Fin         PIC 9(08).
000420         88  BRK-NO-END-DATE       VALUE 99999999.
