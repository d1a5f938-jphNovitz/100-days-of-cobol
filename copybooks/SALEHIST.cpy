000160*  FULFILLED LINES USED TO SIT ON ORDFILE AT STATUS "F" UNTIL
000170*  THE FILE WAS CLEANED, LEAVING NO SALES RECORD AT ALL; THIS
000180*  FILE IS WHAT THE DAY9SAL MONTHLY ANALYSIS (AND PURCHASING'S
000190*  SEUIL-REAPPRO REVIEWS) RUN FROM. THE UNIT COST AND PRICE RULE
000200*  CARRIED ON THE ENTRY FEED THE DAY9PRF CUSTOMER PROFITABILITY
000210*  REPORT.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  09/02/2026  JPH  ORIGINAL VERSION.
000250*  10/15/2026  JPH  ADDED SH-COUT-UNITAIRE, THE PRODUCT'S
000260*                   COUT-MOYEN FROZEN AT THE MOMENT OF SALE
000270*                   (SAME CURRENCY AS SH-PRIX), AND SH-REGLE-PRIX,
000280*                   THE LINE'S PRICE RULE, SO DAY9PRF CAN REPORT
000290*                   MARGIN PER CUSTOMER WITHOUT TODAY'S COST
000300*                   REWRITING LAST MONTH. ENTRIES WRITTEN BEFORE
000310*                   THE CHANGE READ BACK WITH BOTH FIELDS BLANK.
000320*****************************************************************
000330 01  SALEHIST-REC.
000340     05  SH-Code-produit      PIC X(03).
000350     05  SH-Client-Code       PIC X(05).
000360     05  SH-Qte               PIC 9(05).
000370     05  SH-Prix              PIC S9(06)V99 SIGN LEADING
000380                                  SEPARATE.
000390     05  SH-Code-Devise       PIC X(03).
000400     05  SH-Date              PIC 9(08).
000410     05  SH-Cout-Unitaire     PIC S9(06)V99 SIGN LEADING
000420                                  SEPARATE.
000430     05  SH-Regle-Prix        PIC X(01).
