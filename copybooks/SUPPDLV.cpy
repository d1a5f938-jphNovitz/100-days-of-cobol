000160*  CALENDAR, THE SAME APPROXIMATION DAY7FIX USES FOR AGING).
000170*  THE QUARTERLY DAY7DLV REPORT COMPARES THESE ACTUALS AGAINST
000180*  EACH PRODUCT'S DELAI-LIVRAISON, SO THE LEAD-TIME FIELD ON
000190*  PRODMAST CAN FINALLY BE CAUGHT LYING. A RETURN TO SUPPLIER
000200*  (SD-TYPE "T") CARRIES NO LEAD TIME - EVERY READER THAT AVERAGES
000210*  SD-DELAI-REEL SKIPS IT.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  09/02/2026  JPH  ORIGINAL VERSION.
000250*  10/15/2026  JPH  ADDED SD-TYPE AND SD-QTE. DAY7GRN WRITES "R"
000260*                   WITH THE QUANTITY RECEIVED; DAY7RTS WRITES A
000270*                   "T" ENTRY FOR EVERY RETURN TO SUPPLIER WITH
000280*                   THE QUANTITY SENT BACK, SO DAY7DLV SCORES
000290*                   QUALITY AS WELL AS LEAD TIME. ENTRIES FROM
000300*                   BEFORE THE CHANGE READ BACK BLANK AND COUNT
000310*                   AS RECEIPTS.
000320*****************************************************************
000330 01  SUPPDLV-REC.
000340     05  SD-Fournisseur       PIC X(05).
000350     05  SD-Code-produit      PIC X(03).
000360     05  SD-PO-Numero         PIC 9(06).
000370     05  SD-Date-Commande     PIC 9(08).
000380     05  SD-Date-Reception    PIC 9(08).
000390     05  SD-Delai-Reel        PIC S9(05) SIGN LEADING SEPARATE.
000400     05  SD-Type              PIC X(01).
000410         88  SD-TYPE-RECEIPT       VALUE "R" " ".
000420         88  SD-TYPE-RETURN        VALUE "T".
000430     05  SD-Qte               PIC S9(06) SIGN LEADING SEPARATE.
