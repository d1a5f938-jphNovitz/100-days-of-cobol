000100*****************************************************************
000110*  APOPEN.CPY
000120*  ACCOUNTS-PAYABLE OPEN-ITEM RECORD - ONE ENTRY PER SUPPLIER
000130*  INVOICE LINE ON THE APFILE LEDGER, WRITTEN BY DAY7FAC WHEN
000140*  THE INVOICE IS KEYED. INDEXED BY SUPPLIER, THE SUPPLIER'S
000150*  OWN INVOICE NUMBER AND LINE, SO ALL OF A SUPPLIER'S ITEMS
000160*  READ TOGETHER. EVERY LINE BILLS ONE POFILE LINE AND IS
000170*  MATCHED THREE WAYS AT CAPTURE: THE INVOICED PRICE AGAINST
000180*  PO-PRIX-ACHAT, AND THE INVOICED QUANTITY AGAINST WHAT
000190*  DAY7GRN HAS RECEIVED (PO-QTE-RECUE) LESS WHAT EARLIER
000200*  INVOICES ALREADY BILLED FOR THAT PO.
000210*
000220*  AP-STATUT: "M" MATCHED, PAYABLE. "V" VARIANCE - ON THE
000230*  DAY7FAC EXCEPTION REPORT, NOT PAYABLE UNTIL PURCHASING
000240*  SIGNS IT OFF. "S" SIGNED OFF, PAYABLE. "P" PAID.
000250*  AP-ECART-PRIX IS INVOICED PRICE LESS PO PRICE PER UNIT;
000260*  AP-ECART-QTE IS THE QUANTITY BILLED BEYOND WHAT WAS RECEIVED
000270*  AND NOT YET BILLED (ZERO WHEN WITHIN). AMOUNTS ARE IN
000280*  AP-CODE-DEVISE, THE CURRENCY THE SUPPLIER BILLED IN.
000290*  DAY7PAY PAYS A WHOLE INVOICE AT ONCE: EVERY LINE GOES TO "P"
000300*  WITH THE PAYMENT DATE AND THE OPERATOR WHO APPROVED IT.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330*  10/15/2026  JPH  ORIGINAL VERSION.
000340*  10/15/2026  JPH  AP-DATE-PAIEMENT AND AP-PAIEMENT-USER ADDED
000350*                   FOR THE DAY7PAY SUPPLIER PAYMENT RUN.
000360*****************************************************************
000370 01  APOPEN-REC.
000380     05  AP-Key.
000390         10  AP-Fournisseur   PIC X(05).
000400         10  AP-Facture-No    PIC X(10).
000410         10  AP-Ligne         PIC 9(03).
000420     05  AP-Facture-Date      PIC 9(08).
000430     05  AP-Code-Devise       PIC X(03).
000440     05  AP-PO-Numero         PIC 9(06).
000450     05  AP-Code-produit      PIC X(03).
000460     05  AP-Qte               PIC S9(06) SIGN LEADING SEPARATE.
000470     05  AP-Prix              PIC S9(06)V99 SIGN LEADING
000480                                  SEPARATE.
000490     05  AP-Montant           PIC S9(11)V99 SIGN LEADING
000500                                  SEPARATE.
000510     05  AP-Prix-PO           PIC S9(06)V99 SIGN LEADING
000520                                  SEPARATE.
000530     05  AP-Qte-A-Facturer    PIC S9(06) SIGN LEADING SEPARATE.
000540     05  AP-Ecart-Prix        PIC S9(06)V99 SIGN LEADING
000550                                  SEPARATE.
000560     05  AP-Ecart-Qte         PIC S9(06) SIGN LEADING SEPARATE.
000570     05  AP-Statut            PIC X(01).
000580         88  AP-STATUT-MATCHED     VALUE "M".
000590         88  AP-STATUT-VARIANCE    VALUE "V".
000600         88  AP-STATUT-SIGNED-OFF  VALUE "S".
000610         88  AP-STATUT-PAID        VALUE "P".
000620     05  AP-Capture-Date      PIC 9(08).
000630     05  AP-Capture-User      PIC X(08).
000640     05  AP-Signoff-Date      PIC 9(08).
000650     05  AP-Signoff-User      PIC X(08).
000660     05  AP-Date-Paiement     PIC 9(08).
000670     05  AP-Paiement-User     PIC X(08).
